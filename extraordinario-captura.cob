000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  EXTRCAPT                                    *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Examenes extraordinarios: sobre los elegibles que deja    *
000090*  EXTRELEG en EXTRIDX, inscribe al estudiante en el examen  *
000100*  de una materia (cargo de la cuota CUOTA-EXTRAORD de       *
000110*  SYSPARM a la cuenta del tutor en CLIMOVS, origen EX,      *
000120*  para que lo aplique CLIPOST) y captura el resultado sin   *
000130*  tocar NOTASIDX: la calificacion original y la del         *
000140*  extraordinario quedan lado a lado en EXTRIDX, y ESCPROMO  *
000150*  toma la del extraordinario al decidir la promocion.  Como *
000160*  en ESCNOTAS, el profesor solo captura sus asignaciones    *
000170*  (ASIGIDX) y cada captura deja su renglon en NOTAAUD.      *
000180*----------------------------------------------------------*
000190*  MODIFICATIONS.
000200*  2026-10-15 JFV  Creacion inicial.
000210*  2026-10-15 JFV  Renglones de NOTAAUD encadenados: secuencia
000220*                  y huella al final de cada renglon (rutina
000230*                  AUDCADEN), que verifica AUDVERIF.
000240*  2026-10-15 JFV  Verifica al entrar el permiso por funcion
000250*                  (rutina PERMCHK, archivo PERMIDX); el
000260*                  alcance T, no el rol admin, exime de las
000270*                  asignaciones docentes.
000280*  2026-10-15 JFV  El eslabon de AUDCADEN se toma al grabar
000290*                  cada renglon; el rastro se abre y cierra por
000300*                  renglon para no encadenar contra un eslabon
000310*                  viejo si otra sesion grabo en medio.
000320*----------------------------------------------------------*
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. EXTRCAPT.
000350 AUTHOR. J. FIGUEROA VEGA.
000360 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000370 DATE-WRITTEN. 2026-10-15.
000380 DATE-COMPILED.
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT EXTRA-FILE ASSIGN TO "EXTRIDX"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS EXTR-CLAVE
000470         FILE STATUS IS WS-EXT-STATUS.
000480
000490     SELECT ESTUDIANTE-FILE ASSIGN TO "ESTUDIDX"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS ESTUDIANTE-IDEN
000530         ALTERNATE RECORD KEY IS ESTUDIANTE-NOMBRE
000540             WITH DUPLICATES
000550         FILE STATUS IS WS-STU-STATUS.
000560
000570     SELECT CLIENTE-FILE ASSIGN TO "CLIMAST"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS CLIENTE-NUMERO
000610         ALTERNATE RECORD KEY IS CLIENTE-NOMBRE
000620             WITH DUPLICATES
000630         FILE STATUS IS WS-CLI-STATUS.
000640
000650     SELECT MOVIMIENTO-FILE ASSIGN TO "CLIMOVS"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-MOV-STATUS.
000680
000690     SELECT ASIGNACION-FILE ASSIGN TO "ASIGIDX"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS ASIG-CLAVE
000730         FILE STATUS IS WS-ASG-STATUS.
000740
000750     SELECT AUDIT-FILE ASSIGN TO "NOTAAUD"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-AUD-STATUS.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  EXTRA-FILE.
000820     COPY EXTRREC.
000830
000840 FD  ESTUDIANTE-FILE.
000850     COPY ESTUD.
000860
000870 FD  CLIENTE-FILE.
000880     COPY CLIREC.
000890
000900 FD  MOVIMIENTO-FILE.
000910     COPY MOVREC.
000920
000930 FD  ASIGNACION-FILE.
000940     COPY ASIGREC.
000950
000960 FD  AUDIT-FILE.
000970     COPY AUDREC.
000980
000990 WORKING-STORAGE SECTION.
001000 01  WS-EXT-STATUS               PIC X(02).
001010     88  WS-EXT-OK                        VALUE "00".
001020     88  WS-EXT-NO-ENCONTRADO              VALUE "23".
001030
001040 01  WS-STU-STATUS               PIC X(02).
001050     88  WS-STU-OK                        VALUE "00".
001060     88  WS-STU-NO-ENCONTRADO              VALUE "23".
001070
001080 01  WS-CLI-STATUS               PIC X(02).
001090     88  WS-CLI-OK                        VALUE "00".
001100
001110 01  WS-MOV-STATUS               PIC X(02).
001120     88  WS-MOV-OK                        VALUE "00".
001130
001140 01  WS-ASG-STATUS               PIC X(02).
001150     88  WS-ASG-OK                        VALUE "00".
001160     88  WS-ASG-NO-ENCONTRADA              VALUE "23".
001170
001180 01  WS-AUD-STATUS               PIC X(02).
001190     88  WS-AUD-OK                        VALUE "00".
001200
001210 01  WS-SWITCHES.
001220     05  WS-OPCION                PIC 9(01) VALUE ZERO.
001230     05  WS-FIN-MENU              PIC X(01) VALUE "N".
001240         88  FIN-DE-MENU                  VALUE "S".
001250     05  WS-FIN-CONSULTA          PIC X(01) VALUE "N".
001260         88  FIN-DE-CONSULTA              VALUE "S".
001270     05  WS-CALIF-VALIDA          PIC X(01) VALUE "N".
001280         88  CALIF-ES-VALIDA              VALUE "S".
001290     05  WS-HAY-CLIENTES          PIC X(01) VALUE "N".
001300         88  CLIENTES-DISPONIBLES         VALUE "S".
001310     05  WS-HAY-ASIGNACIONES      PIC X(01) VALUE "N".
001320         88  ASIGNACIONES-DISPONIBLES     VALUE "S".
001330     05  WS-HAY-CALIF-ANTERIOR    PIC X(01) VALUE "N".
001340         88  HAY-CALIF-ANTERIOR           VALUE "S".
001350
001360 01  WS-ENTRADA-OPCION            PIC X(01).
001370 01  WS-ENTRADA-IDEN              PIC X(05).
001380 01  WS-ENTRADA-MATERIA           PIC X(10).
001390 01  WS-ENTRADA-CONFIRMA          PIC X(01).
001400 01  WS-ENTRADA-CALIF             PIC X(04).
001410 01  WS-ENTRADA-CALIF-N REDEFINES
001420     WS-ENTRADA-CALIF            PIC 9(02)V9(02).
001430
001440 01  WS-OPERADOR                  PIC X(20).
001450 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
001460 01  WS-ANIO-CICLO                PIC 9(04) VALUE ZERO.
001470 01  WS-CUOTA-EXTRAORD            PIC 9(05)V9(02) VALUE ZERO.
001480 01  WS-TOTAL-EXTRAS              PIC 9(03) COMP VALUE ZERO.
001490 01  WS-CALIF-EDIT                PIC Z9.99.
001500 01  WS-EXTRA-EDIT                PIC Z9.99.
001510 01  WS-EXTRA-TEXTO               PIC X(05).
001520 01  WS-MONTO-EDIT                PIC ZZ,ZZ9.99.
001530 01  WS-ESTADO-TEXTO              PIC X(14).
001540 01  WS-CALIF-ANTERIOR            PIC 9(02)V9(02) VALUE ZERO.
001550 01  WS-AUD-CALIF-EDIT            PIC Z9.99.
001560
001570 COPY ERRPARM.
001580
001590 COPY PARMPARM.
001600
001610 COPY CADEPARM.
001620
001630 COPY PERMPARM.
001640
001650 LINKAGE SECTION.
001660 COPY LOGPARM.
001670
001680 PROCEDURE DIVISION USING LOGIN-PARM.
001690 0000-MAINLINE.
001700     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001710     PERFORM 2000-PROCESAR-MENU THRU 2000-EXIT
001720         UNTIL FIN-DE-MENU.
001730     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001740     GOBACK.
001750
001760*----------------------------------------------------------*
001770*  1000-INICIALIZAR - Sesion, apertura de archivos, ciclo    *
001780*  en curso y cuota del examen.                               *
001790*----------------------------------------------------------*
001800 1000-INICIALIZAR.
001810     IF LOGIN-CONCEDIDO AND LOGIN-USERNAME NOT = SPACES
001820         MOVE LOGIN-USERNAME TO WS-OPERADOR
001830     ELSE
001840         DISPLAY "DEBE ENTRAR POR EL MENU CON SESION INICIADA"
001850         GOBACK
001860     END-IF.
001870
001880     MOVE LOGIN-USERNAME TO PERMCHK-USERNAME.
001890     MOVE LOGIN-ROL      TO PERMCHK-ROL.
001900     MOVE "EXTRCAPT"     TO PERMCHK-PROGRAMA.
001910     MOVE SPACES         TO PERMCHK-FUNCION.
001920     SET PERMCHK-NIVEL-ESCRITURA TO TRUE.
001930     CALL "PERMCHK" USING PERMCHK-PARM.
001940     IF NOT PERMCHK-PERMITIDO
001950         DISPLAY "SIN PERMISO PARA EXTRCAPT"
001960         GOBACK
001970     END-IF.
001980
001990     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
002000     MOVE WS-FECHA-HOY (1:4) TO WS-ANIO-CICLO.
002010
002020     OPEN I-O EXTRA-FILE.
002030     IF NOT WS-EXT-OK
002040         MOVE "EXTRCAPT"      TO ERRHAND-PROGRAMA
002050         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
002060         MOVE WS-EXT-STATUS   TO ERRHAND-FILE-STATUS
002070         SET ERRHAND-FATAL TO TRUE
002080         MOVE "ERROR AL ABRIR EXTRIDX (CORRA EXTRELEG)"
002090             TO ERRHAND-MENSAJE
002100         CALL "ERRHAND" USING ERRHAND-PARM
002110         GOBACK
002120     END-IF.
002130
002140     OPEN INPUT ESTUDIANTE-FILE.
002150     IF NOT WS-STU-OK
002160         MOVE "EXTRCAPT"      TO ERRHAND-PROGRAMA
002170         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
002180         MOVE WS-STU-STATUS   TO ERRHAND-FILE-STATUS
002190         SET ERRHAND-FATAL TO TRUE
002200         MOVE "ERROR AL ABRIR ESTUDIDX" TO ERRHAND-MENSAJE
002210         CALL "ERRHAND" USING ERRHAND-PARM
002220         CLOSE EXTRA-FILE
002230         GOBACK
002240     END-IF.
002250
002260     OPEN INPUT CLIENTE-FILE.
002270     IF WS-CLI-OK
002280         SET CLIENTES-DISPONIBLES TO TRUE
002290     END-IF.
002300
002310*  Sin archivo de asignaciones se captura sin restriccion,
002320*  como en ESCNOTAS.
002330     OPEN INPUT ASIGNACION-FILE.
002340     IF WS-ASG-OK
002350         SET ASIGNACIONES-DISPONIBLES TO TRUE
002360     ELSE
002370         DISPLAY "AVISO: sin asignaciones docentes (ASIGIDX);"
002380             " captura sin restriccion"
002390     END-IF.
002400
002410*  Aqui solo se comprueba el rastro (y se crea si falta);
002420*  cada renglon lo abre, lo encadena y lo cierra (8900).
002430     OPEN EXTEND AUDIT-FILE.
002440     IF NOT WS-AUD-OK
002450         OPEN OUTPUT AUDIT-FILE
002460     END-IF.
002470     CLOSE AUDIT-FILE.
002480
002490     MOVE "CUOTA-EXTRAORD" TO PARMLKP-CLAVE.
002500     CALL "PARMLKP" USING PARMLKP-PARM.
002510     IF PARMLKP-ENCONTRADO
002520        AND PARMLKP-VALOR IS NUMERIC
002530         MOVE PARMLKP-VALOR TO WS-CUOTA-EXTRAORD
002540     ELSE
002550         DISPLAY "AVISO: sin CUOTA-EXTRAORD en SYSPARM; la"
002560             " inscripcion no genera cargo"
002570     END-IF.
002580 1000-EXIT.
002590     EXIT.
002600
002610*----------------------------------------------------------*
002620*  2000-PROCESAR-MENU - Menu de examenes extraordinarios     *
002630*----------------------------------------------------------*
002640 2000-PROCESAR-MENU.
002650     DISPLAY " ".
002660     DISPLAY "---- EXTRCAPT - EXAMENES EXTRAORDINARIOS "
002670         WS-ANIO-CICLO " ----".
002680     DISPLAY "1. Inscribir al examen (cobra la cuota)".
002690     DISPLAY "2. Capturar resultado".
002700     DISPLAY "3. Consultar extraordinarios de un estudiante".
002710     DISPLAY "9. Salir".
002720     DISPLAY "Opcion:".
002730     ACCEPT WS-ENTRADA-OPCION.
002740     MOVE ZERO TO WS-OPCION.
002750     IF WS-ENTRADA-OPCION IS NUMERIC
002760         MOVE WS-ENTRADA-OPCION TO WS-OPCION
002770     END-IF.
002780
002790     EVALUATE WS-OPCION
002800         WHEN 1
002810             PERFORM 3000-INSCRIBIR THRU 3000-EXIT
002820         WHEN 2
002830             PERFORM 4000-CAPTURAR-RESULTADO THRU 4000-EXIT
002840         WHEN 3
002850             PERFORM 5000-CONSULTAR THRU 5000-EXIT
002860         WHEN 9
002870             SET FIN-DE-MENU TO TRUE
002880         WHEN OTHER
002890             DISPLAY "Opcion invalida"
002900     END-EVALUATE.
002910 2000-EXIT.
002920     EXIT.
002930
002940*----------------------------------------------------------*
002950*  2100-LEER-EXTRA - Pide estudiante y materia y lee su      *
002960*  renglon del ciclo en EXTRIDX.                              *
002970*----------------------------------------------------------*
002980 2100-LEER-EXTRA.
002990     DISPLAY "ID del estudiante:".
003000     ACCEPT WS-ENTRADA-IDEN.
003010     MOVE WS-ENTRADA-IDEN TO ESTUDIANTE-IDEN.
003020     READ ESTUDIANTE-FILE
003030         INVALID KEY
003040             DISPLAY "Estudiante no encontrado en el maestro"
003050             GO TO 2100-EXIT
003060     END-READ.
003070     DISPLAY "Estudiante: " ESTUDIANTE-NOMBRE.
003080     PERFORM 5100-LISTAR-EXTRAS THRU 5100-EXIT.
003090     IF WS-TOTAL-EXTRAS = ZERO
003100         MOVE "23" TO WS-EXT-STATUS
003110         GO TO 2100-EXIT
003120     END-IF.
003130
003140     DISPLAY "Materia:".
003150     ACCEPT WS-ENTRADA-MATERIA.
003160     MOVE WS-ENTRADA-IDEN    TO EXTR-IDEN.
003170     MOVE WS-ANIO-CICLO      TO EXTR-ANIO.
003180     MOVE WS-ENTRADA-MATERIA TO EXTR-MATERIA.
003190     READ EXTRA-FILE
003200         INVALID KEY
003210             DISPLAY "La materia no tiene extraordinario en"
003220                 " el ciclo"
003230     END-READ.
003240 2100-EXIT.
003250     EXIT.
003260
003270*----------------------------------------------------------*
003280*  3000-INSCRIBIR - Inscribe una materia elegible: cargo de  *
003290*  la cuota a la cuenta del tutor y estado inscrito.         *
003300*----------------------------------------------------------*
003310 3000-INSCRIBIR.
003320     MOVE "23" TO WS-EXT-STATUS.
003330     PERFORM 2100-LEER-EXTRA THRU 2100-EXIT.
003340     IF NOT WS-EXT-OK
003350         GO TO 3000-EXIT
003360     END-IF.
003370     IF NOT EXTR-ELEGIBLE
003380         DISPLAY "La materia ya esta inscrita o calificada"
003390         GO TO 3000-EXIT
003400     END-IF.
003410
003420     MOVE WS-CUOTA-EXTRAORD TO WS-MONTO-EDIT.
003430     DISPLAY "Cuota del examen: " WS-MONTO-EDIT.
003440     DISPLAY "Confirma la inscripcion (S/N):".
003450     ACCEPT WS-ENTRADA-CONFIRMA.
003460     IF WS-ENTRADA-CONFIRMA NOT = "S"
003470         DISPLAY "Inscripcion cancelada"
003480         GO TO 3000-EXIT
003490     END-IF.
003500
003510     MOVE SPACES TO EXTR-CLIENTE.
003520     MOVE ZERO TO EXTR-CUOTA.
003530     PERFORM 3100-CARGAR-CUOTA THRU 3100-EXIT.
003540
003550     SET EXTR-INSCRITO TO TRUE.
003560     MOVE WS-FECHA-HOY TO EXTR-FEC-INSCRIPCION.
003570     MOVE WS-OPERADOR  TO EXTR-USUARIO.
003580     REWRITE EXTR-REC
003590         INVALID KEY
003600             DISPLAY "ERROR AL INSCRIBIR EL EXTRAORDINARIO"
003610         NOT INVALID KEY
003620             DISPLAY "Estudiante inscrito al extraordinario"
003630     END-REWRITE.
003640 3000-EXIT.
003650     EXIT.
003660
003670*----------------------------------------------------------*
003680*  3100-CARGAR-CUOTA - Deja el cargo en CLIMOVS para         *
003690*  CLIPOST, contra la cuenta del tutor (como ESCBAJA).  Sin  *
003700*  cuota, tutor o cuenta la inscripcion sigue sin cargo.     *
003710*----------------------------------------------------------*
003720 3100-CARGAR-CUOTA.
003730     IF WS-CUOTA-EXTRAORD = ZERO
003740         DISPLAY "Sin cuota de extraordinario; sin cargo"
003750         GO TO 3100-EXIT
003760     END-IF.
003770     IF ESTUDIANTE-TUTOR = SPACES
003780         DISPLAY "Sin tutor registrado; sin cargo"
003790         GO TO 3100-EXIT
003800     END-IF.
003810     IF NOT CLIENTES-DISPONIBLES
003820         DISPLAY "Sin maestro de clientes; sin cargo"
003830         GO TO 3100-EXIT
003840     END-IF.
003850     MOVE ESTUDIANTE-TUTOR TO CLIENTE-NOMBRE.
003860     READ CLIENTE-FILE KEY IS CLIENTE-NOMBRE
003870         INVALID KEY
003880             DISPLAY "Tutor sin cuenta CLIMAST; sin cargo"
003890             GO TO 3100-EXIT
003900     END-READ.
003910
003920     OPEN EXTEND MOVIMIENTO-FILE.
003930     IF NOT WS-MOV-OK
003940         OPEN OUTPUT MOVIMIENTO-FILE
003950     END-IF.
003960     INITIALIZE MOV-REC.
003970     MOVE CLIENTE-NUMERO    TO MOV-CLIENTE.
003980     MOVE WS-FECHA-HOY      TO MOV-FECHA.
003990     SET MOV-ES-CARGO TO TRUE.
004000     MOVE WS-CUOTA-EXTRAORD TO MOV-MONTO.
004010     MOVE "EX"              TO MOV-ORIGEN.
004020     WRITE MOV-REC.
004030     CLOSE MOVIMIENTO-FILE.
004040     MOVE CLIENTE-NUMERO    TO EXTR-CLIENTE.
004050     MOVE WS-CUOTA-EXTRAORD TO EXTR-CUOTA.
004060     DISPLAY "Cargo dejado en CLIMOVS para CLIPOST, cuenta "
004070         CLIENTE-NUMERO.
004080 3100-EXIT.
004090     EXIT.
004100
004110*----------------------------------------------------------*
004120*  4000-CAPTURAR-RESULTADO - Calificacion del examen (o no   *
004130*  se presento) de una materia inscrita; una captura previa  *
004140*  se corrige aqui mismo y queda en el rastro.                *
004150*----------------------------------------------------------*
004160 4000-CAPTURAR-RESULTADO.
004170     MOVE "23" TO WS-EXT-STATUS.
004180     PERFORM 2100-LEER-EXTRA THRU 2100-EXIT.
004190     IF NOT WS-EXT-OK
004200         GO TO 4000-EXIT
004210     END-IF.
004220     IF EXTR-ELEGIBLE
004230         DISPLAY "El estudiante no esta inscrito a ese examen"
004240         GO TO 4000-EXIT
004250     END-IF.
004260
004270     IF ASIGNACIONES-DISPONIBLES AND NOT PERMCHK-ALCANCE-TODO
004280         MOVE WS-OPERADOR  TO ASIG-USUARIO
004290         MOVE EXTR-CURSO   TO ASIG-CURSO
004300         MOVE EXTR-MATERIA TO ASIG-MATERIA
004310         READ ASIGNACION-FILE
004320             INVALID KEY
004330                 DISPLAY "Materia no asignada a su usuario en "
004340                     "ese curso; no puede capturar"
004350                 GO TO 4000-EXIT
004360         END-READ
004370     END-IF.
004380
004390     MOVE "N" TO WS-HAY-CALIF-ANTERIOR.
004400     IF EXTR-CALIFICADO OR EXTR-NO-PRESENTO
004410         SET HAY-CALIF-ANTERIOR TO TRUE
004420         MOVE EXTR-CALIF-EXTRA TO WS-CALIF-ANTERIOR
004430     END-IF.
004440     MOVE EXTR-CALIF-ORIGINAL TO WS-CALIF-EDIT.
004450     DISPLAY "Calificacion original: " WS-CALIF-EDIT.
004460
004470     DISPLAY "Se presento al examen (S/N):".
004480     ACCEPT WS-ENTRADA-CONFIRMA.
004490     IF WS-ENTRADA-CONFIRMA = "N"
004500         SET EXTR-NO-PRESENTO TO TRUE
004510         MOVE ZERO TO EXTR-CALIF-EXTRA
004520     ELSE
004530         MOVE "N" TO WS-CALIF-VALIDA
004540         PERFORM 4100-ACEPTAR-CALIF THRU 4100-EXIT
004550             UNTIL CALIF-ES-VALIDA
004560         SET EXTR-CALIFICADO TO TRUE
004570         MOVE WS-ENTRADA-CALIF-N TO EXTR-CALIF-EXTRA
004580     END-IF.
004590     MOVE WS-FECHA-HOY TO EXTR-FEC-CAPTURA.
004600     MOVE WS-OPERADOR  TO EXTR-USUARIO.
004610     REWRITE EXTR-REC
004620         INVALID KEY
004630             DISPLAY "ERROR AL GRABAR EL RESULTADO"
004640         NOT INVALID KEY
004650             DISPLAY "Resultado registrado"
004660             PERFORM 4600-AUDITAR-RESULTADO THRU 4600-EXIT
004670     END-REWRITE.
004680 4000-EXIT.
004690     EXIT.
004700
004710 4100-ACEPTAR-CALIF.
004720     DISPLAY "Calificacion del extraordinario (0.00-10.00):".
004730     ACCEPT WS-ENTRADA-CALIF.
004740     IF WS-ENTRADA-CALIF NOT NUMERIC
004750         DISPLAY "Calificacion invalida, use solo digitos"
004760     ELSE
004770         IF WS-ENTRADA-CALIF-N <= 10.00
004780             SET CALIF-ES-VALIDA TO TRUE
004790         ELSE
004800             DISPLAY "Calificacion fuera de rango (0.00-10.00)"
004810         END-IF
004820     END-IF.
004830 4100-EXIT.
004840     EXIT.
004850
004860*----------------------------------------------------------*
004870*  4600-AUDITAR-RESULTADO - Renglon antes/despues en NOTAAUD *
004880*  (layout AUDREC), como las notas de ESCNOTAS: "X" y el     *
004890*  ciclo en lugar del periodo; NP = no se presento.          *
004900*----------------------------------------------------------*
004910 4600-AUDITAR-RESULTADO.
004920     INITIALIZE AUDIT-REC.
004930     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
004940     ACCEPT AUD-HORA FROM TIME.
004950     MOVE WS-OPERADOR  TO AUD-OPERADOR.
004960     MOVE EXTR-IDEN    TO AUD-IDEN.
004970     MOVE EXTR-MATERIA TO AUD-CAMPO.
004980     IF HAY-CALIF-ANTERIOR
004990         MOVE "EXTRA-CAMBIO" TO AUD-OPERACION
005000         MOVE WS-CALIF-ANTERIOR TO WS-AUD-CALIF-EDIT
005010         STRING "X" EXTR-ANIO " " WS-AUD-CALIF-EDIT
005020             DELIMITED BY SIZE INTO AUD-ANTES
005030         END-STRING
005040     ELSE
005050         MOVE "EXTRA-ALTA" TO AUD-OPERACION
005060         MOVE SPACES TO AUD-ANTES
005070     END-IF.
005080     IF EXTR-NO-PRESENTO
005090         STRING "X" EXTR-ANIO " NP"
005100             DELIMITED BY SIZE INTO AUD-DESPUES
005110         END-STRING
005120     ELSE
005130         MOVE EXTR-CALIF-EXTRA TO WS-AUD-CALIF-EDIT
005140         STRING "X" EXTR-ANIO " " WS-AUD-CALIF-EDIT
005150             DELIMITED BY SIZE INTO AUD-DESPUES
005160         END-STRING
005170     END-IF.
005180     PERFORM 8900-GRABAR-AUDITORIA THRU 8900-EXIT.
005190 4600-EXIT.
005200     EXIT.
005210
005220*----------------------------------------------------------*
005230*  5000-CONSULTAR - Extraordinarios del ciclo de un          *
005240*  estudiante: calificacion original y del examen lado a     *
005250*  lado.                                                      *
005260*----------------------------------------------------------*
005270 5000-CONSULTAR.
005280     DISPLAY "ID del estudiante:".
005290     ACCEPT WS-ENTRADA-IDEN.
005300     PERFORM 5100-LISTAR-EXTRAS THRU 5100-EXIT.
005310 5000-EXIT.
005320     EXIT.
005330
005340 5100-LISTAR-EXTRAS.
005350     MOVE ZERO TO WS-TOTAL-EXTRAS.
005360     MOVE "N" TO WS-FIN-CONSULTA.
005370     MOVE WS-ENTRADA-IDEN TO EXTR-IDEN.
005380     MOVE WS-ANIO-CICLO   TO EXTR-ANIO.
005390     MOVE SPACES          TO EXTR-MATERIA.
005400     START EXTRA-FILE KEY NOT < EXTR-CLAVE
005410         INVALID KEY
005420             SET FIN-DE-CONSULTA TO TRUE
005430     END-START.
005440     IF NOT FIN-DE-CONSULTA
005450         DISPLAY "MATERIA     ORIGINAL  EXTRA  ESTADO"
005460     END-IF.
005470     PERFORM 5110-LISTAR-UNO THRU 5110-EXIT
005480         UNTIL FIN-DE-CONSULTA.
005490     IF WS-TOTAL-EXTRAS = ZERO
005500         DISPLAY "Sin extraordinarios en el ciclo para ese ID"
005510     END-IF.
005520 5100-EXIT.
005530     EXIT.
005540
005550 5110-LISTAR-UNO.
005560     READ EXTRA-FILE NEXT RECORD
005570         AT END
005580             SET FIN-DE-CONSULTA TO TRUE
005590             GO TO 5110-EXIT
005600     END-READ.
005610     IF EXTR-IDEN NOT = WS-ENTRADA-IDEN
005620        OR EXTR-ANIO NOT = WS-ANIO-CICLO
005630         SET FIN-DE-CONSULTA TO TRUE
005640         GO TO 5110-EXIT
005650     END-IF.
005660     ADD 1 TO WS-TOTAL-EXTRAS.
005670     MOVE EXTR-CALIF-ORIGINAL TO WS-CALIF-EDIT.
005680     MOVE EXTR-CALIF-EXTRA    TO WS-EXTRA-EDIT.
005690     MOVE WS-EXTRA-EDIT       TO WS-EXTRA-TEXTO.
005700     EVALUATE TRUE
005710         WHEN EXTR-ELEGIBLE
005720             MOVE "ELEGIBLE"       TO WS-ESTADO-TEXTO
005730             MOVE SPACES           TO WS-EXTRA-TEXTO
005740         WHEN EXTR-INSCRITO
005750             MOVE "INSCRITO"       TO WS-ESTADO-TEXTO
005760             MOVE SPACES           TO WS-EXTRA-TEXTO
005770         WHEN EXTR-CALIFICADO
005780             MOVE "CALIFICADO"     TO WS-ESTADO-TEXTO
005790         WHEN EXTR-NO-PRESENTO
005800             MOVE "NO SE PRESENTO" TO WS-ESTADO-TEXTO
005810             MOVE "   NP"          TO WS-EXTRA-TEXTO
005820         WHEN OTHER
005830             MOVE SPACES           TO WS-ESTADO-TEXTO
005840     END-EVALUATE.
005850     DISPLAY EXTR-MATERIA "   " WS-CALIF-EDIT "   "
005860         WS-EXTRA-TEXTO "  " WS-ESTADO-TEXTO.
005870 5110-EXIT.
005880     EXIT.
005890
005900*----------------------------------------------------------*
005910*  8900-GRABAR-AUDITORIA - Numera y encadena el renglon      *
005920*  (rutina AUDCADEN) y lo graba en NOTAAUD.                  *
005930*----------------------------------------------------------*
005940 8900-GRABAR-AUDITORIA.
005950*  El ultimo eslabon se toma del rastro al momento de grabar
005960*  (otra terminal pudo haber grabado despues); el renglon ya
005970*  armado se guarda mientras se abre el rastro.
005980     MOVE AUDIT-REC TO AUDCADEN-RENGLON.
005990     MOVE "NOTAAUD" TO AUDCADEN-ARCHIVO.
006000     MOVE 129 TO AUDCADEN-POSICION.
006010     SET AUDCADEN-ULTIMO TO TRUE.
006020     CALL "AUDCADEN" USING AUDCADEN-PARM.
006030     OPEN EXTEND AUDIT-FILE.
006040     IF NOT WS-AUD-OK
006050         OPEN OUTPUT AUDIT-FILE
006060     END-IF.
006070     IF NOT WS-AUD-OK
006080         MOVE "EXTRCAPT"       TO ERRHAND-PROGRAMA
006090         MOVE "8900-GRABAR-AUDIT" TO ERRHAND-PARRAFO
006100         MOVE WS-AUD-STATUS    TO ERRHAND-FILE-STATUS
006110         SET ERRHAND-ADVERTENCIA TO TRUE
006120         MOVE "ERROR AL ABRIR NOTAAUD" TO ERRHAND-MENSAJE
006130         CALL "ERRHAND" USING ERRHAND-PARM
006140         GO TO 8900-EXIT
006150     END-IF.
006160     MOVE AUDCADEN-RENGLON TO AUDIT-REC.
006170     ADD 1 TO AUDCADEN-SECUENCIA.
006180     MOVE AUDCADEN-SECUENCIA TO AUD-SECUENCIA.
006190     MOVE AUDIT-REC TO AUDCADEN-RENGLON.
006200     SET AUDCADEN-ENCADENAR TO TRUE.
006210     CALL "AUDCADEN" USING AUDCADEN-PARM.
006220     MOVE AUDCADEN-CADENA TO AUD-CADENA.
006230     WRITE AUDIT-REC.
006240     CLOSE AUDIT-FILE.
006250 8900-EXIT.
006260     EXIT.
006270
006280*----------------------------------------------------------*
006290*  9000-FINALIZAR - Cierra archivos                          *
006300*----------------------------------------------------------*
006310 9000-FINALIZAR.
006320     CLOSE EXTRA-FILE.
006330     CLOSE ESTUDIANTE-FILE.
006340     IF CLIENTES-DISPONIBLES
006350         CLOSE CLIENTE-FILE
006360     END-IF.
006370     IF ASIGNACIONES-DISPONIBLES
006380         CLOSE ASIGNACION-FILE
006390     END-IF.
006400 9000-EXIT.
006410     EXIT.

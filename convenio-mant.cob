000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  CONVMANT                                    *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Mantenimiento de los convenios de pago CONVIDX: cuando    *
000090*  la familia recibe la carta de cobranza de CLIANTIG y      *
000100*  pacta un plan con la administracion, aqui se registra el  *
000110*  total convenido, el numero de cuotas (hasta 12) y la      *
000120*  fecha y monto de cada una.  Las cuotas se proponen        *
000130*  mensuales y parejas a partir de la primera fecha y se     *
000140*  pueden corregir una por una.  Solo puede haber un         *
000150*  convenio vigente por cliente; cada cambio deja su         *
000160*  renglon en CLIAUDIT como CLIMANT.                          *
000170*----------------------------------------------------------*
000180*  MODIFICATIONS.
000190*  2026-10-15 JFV  Creacion inicial.
000200*  2026-10-15 JFV  Renglones de CLIAUDIT encadenados: secuencia
000210*                  y huella al final de cada renglon (rutina
000220*                  AUDCADEN), que verifica AUDVERIF.
000230*  2026-10-15 JFV  Verifica al entrar el permiso por funcion
000240*                  (rutina PERMCHK, archivo PERMIDX).
000250*  2026-10-15 JFV  Renglon de CLIAUDIT ampliado con campo, valor
000260*                  anterior y valor nuevo (antes/despues por
000270*                  campo, como ESCAUDIT); la cola de encadenado
000280*                  pasa a la columna 164.
000290*  2026-10-15 JFV  El eslabon de AUDCADEN se toma al grabar
000300*                  cada renglon; el rastro se abre y cierra por
000310*                  renglon para no encadenar contra un eslabon
000320*                  viejo si otra sesion grabo en medio.
000330*----------------------------------------------------------*
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. CONVMANT.
000360 AUTHOR. J. FIGUEROA VEGA.
000370 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000380 DATE-WRITTEN. 2026-10-15.
000390 DATE-COMPILED.
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT CONVENIO-FILE ASSIGN TO "CONVIDX"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS CONV-CLIENTE
000480         FILE STATUS IS WS-CNV-STATUS.
000490
000500     SELECT CLIENTE-FILE ASSIGN TO "CLIMAST"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS CLIENTE-NUMERO
000540         ALTERNATE RECORD KEY IS CLIENTE-NOMBRE
000550             WITH DUPLICATES
000560         FILE STATUS IS WS-CLI-STATUS.
000570
000580     SELECT AUDIT-FILE ASSIGN TO "CLIAUDIT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-AUD-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  CONVENIO-FILE.
000650     COPY CONVREC.
000660
000670 FD  CLIENTE-FILE.
000680     COPY CLIREC.
000690
000700 FD  AUDIT-FILE.
000710 01  AUDIT-REC.
000720     05  AUD-FECHA               PIC 9(08).
000730     05  FILLER                  PIC X(01) VALUE SPACE.
000740     05  AUD-HORA                PIC 9(06).
000750     05  FILLER                  PIC X(01) VALUE SPACE.
000760     05  AUD-OPERADOR            PIC X(20).
000770     05  FILLER                  PIC X(01) VALUE SPACE.
000780     05  AUD-CLIENTE             PIC X(20).
000790     05  FILLER                  PIC X(01) VALUE SPACE.
000800     05  AUD-OPERACION           PIC X(12).
000810     05  FILLER                  PIC X(01) VALUE SPACE.
000820     05  AUD-CAMPO               PIC X(10).
000830     05  FILLER                  PIC X(01) VALUE SPACE.
000840     05  AUD-ANTES               PIC X(40).
000850     05  FILLER                  PIC X(01) VALUE SPACE.
000860     05  AUD-DESPUES             PIC X(40).
000870     05  FILLER                  PIC X(01) VALUE SPACE.
000880     05  AUD-SECUENCIA           PIC 9(09).
000890     05  FILLER                  PIC X(01) VALUE SPACE.
000900     05  AUD-CADENA              PIC X(20).
000910
000920 WORKING-STORAGE SECTION.
000930 01  WS-CNV-STATUS                PIC X(02).
000940     88  WS-CNV-OK                        VALUE "00".
000950     88  WS-CNV-NO-ENCONTRADO              VALUE "23".
000960
000970 01  WS-CLI-STATUS                PIC X(02).
000980     88  WS-CLI-OK                        VALUE "00".
000990     88  WS-CLI-NO-ENCONTRADO              VALUE "23".
001000
001010 01  WS-AUD-STATUS                PIC X(02).
001020     88  WS-AUD-OK                        VALUE "00".
001030
001040 01  WS-SWITCHES.
001050     05  WS-OPCION                PIC 9(01) VALUE ZERO.
001060     05  WS-FIN-MENU              PIC X(01) VALUE "N".
001070         88  FIN-DE-MENU                  VALUE "S".
001080     05  WS-FIN-LISTADO           PIC X(01) VALUE "N".
001090         88  FIN-DE-LISTADO               VALUE "S".
001100     05  WS-CONFIRMA              PIC X(01) VALUE "N".
001110         88  CONFIRMA-OPERACION           VALUE "S".
001120     05  WS-EXISTE-CONVENIO       PIC X(01) VALUE "N".
001130         88  EXISTE-CONVENIO              VALUE "S".
001140
001150 01  WS-OPERADOR                  PIC X(20).
001160 01  WS-ULTIMA-OPERACION          PIC X(12).
001170 01  WS-ENTRADA-OPCION            PIC X(01).
001180 01  WS-ENTRADA-NUMERO            PIC X(06).
001190 01  WS-ENTRADA-CUOTAS            PIC X(02).
001200 01  WS-ENTRADA-FECHA             PIC X(08).
001210 01  WS-ENTRADA-MONTO             PIC X(10).
001220 01  WS-ENTRADA-MONTO-N REDEFINES
001230     WS-ENTRADA-MONTO            PIC 9(08)V9(02).
001240
001250 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
001260
001270*  Fecha de la primera cuota; las siguientes caen el mismo
001280*  dia de los meses siguientes (por eso el dia va de 1 a 28).
001290 01  WS-FECHA-CUOTA               PIC 9(08) VALUE ZERO.
001300 01  WS-FECHA-CUOTA-DES REDEFINES WS-FECHA-CUOTA.
001310     05  WS-CUO-AAAA              PIC 9(04).
001320     05  WS-CUO-MM                PIC 9(02).
001330     05  WS-CUO-DD                PIC 9(02).
001340 01  WS-MESES-BASE                PIC 9(06) COMP VALUE ZERO.
001350 01  WS-MESES                     PIC 9(06) COMP VALUE ZERO.
001360
001370 01  WS-IDX-CUOTA                 PIC 9(02) COMP.
001380 01  WS-NUM-CUOTA                 PIC 9(02) VALUE ZERO.
001390 01  WS-MONTO-CUOTA               PIC 9(08)V9(02) VALUE ZERO.
001400 01  WS-SUMA-CUOTAS               PIC 9(09)V9(02) VALUE ZERO.
001410 01  WS-MONTO-EDIT                PIC ZZZZZZZ9.99.
001420 01  WS-SALDO-EDIT                PIC -ZZZZZZ9.99.
001430
001440 COPY ERRPARM.
001450
001460 COPY FECHAPARM.
001470
001480 COPY CADEPARM.
001490
001500 COPY PERMPARM.
001510
001520 LINKAGE SECTION.
001530 COPY LOGPARM.
001540
001550 PROCEDURE DIVISION USING LOGIN-PARM.
001560 0000-MAINLINE.
001570     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001580     PERFORM 2000-PROCESAR-MENU THRU 2000-EXIT
001590         UNTIL FIN-DE-MENU.
001600     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001610     GOBACK.
001620
001630*----------------------------------------------------------*
001640*  1000-INICIALIZAR - Abre los convenios (creandolos si no   *
001650*  existen), el maestro de clientes y el rastro CLIAUDIT.    *
001660*----------------------------------------------------------*
001670 1000-INICIALIZAR.
001680     IF LOGIN-CONCEDIDO AND LOGIN-USERNAME NOT = SPACES
001690         MOVE LOGIN-USERNAME TO WS-OPERADOR
001700     ELSE
001710         DISPLAY "DEBE ENTRAR POR EL MENU CON SESION INICIADA"
001720         GOBACK
001730     END-IF.
001740
001750     MOVE LOGIN-USERNAME TO PERMCHK-USERNAME.
001760     MOVE LOGIN-ROL      TO PERMCHK-ROL.
001770     MOVE "CONVMANT"     TO PERMCHK-PROGRAMA.
001780     MOVE SPACES         TO PERMCHK-FUNCION.
001790     SET PERMCHK-NIVEL-ESCRITURA TO TRUE.
001800     CALL "PERMCHK" USING PERMCHK-PARM.
001810     IF NOT PERMCHK-PERMITIDO
001820         DISPLAY "SIN PERMISO PARA CONVMANT"
001830         GOBACK
001840     END-IF.
001850
001860     OPEN I-O CONVENIO-FILE.
001870     IF NOT WS-CNV-OK
001880         IF WS-CNV-STATUS = "35"
001890             OPEN OUTPUT CONVENIO-FILE
001900             CLOSE CONVENIO-FILE
001910             OPEN I-O CONVENIO-FILE
001920         END-IF
001930     END-IF
001940     IF NOT WS-CNV-OK
001950         MOVE "CONVMANT"      TO ERRHAND-PROGRAMA
001960         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001970         MOVE WS-CNV-STATUS   TO ERRHAND-FILE-STATUS
001980         SET ERRHAND-FATAL TO TRUE
001990         MOVE "ERROR AL ABRIR CONVIDX" TO ERRHAND-MENSAJE
002000         CALL "ERRHAND" USING ERRHAND-PARM
002010         STOP RUN
002020     END-IF.
002030
002040     OPEN INPUT CLIENTE-FILE.
002050     IF NOT WS-CLI-OK
002060         MOVE "CONVMANT"      TO ERRHAND-PROGRAMA
002070         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
002080         MOVE WS-CLI-STATUS   TO ERRHAND-FILE-STATUS
002090         SET ERRHAND-FATAL TO TRUE
002100         MOVE "ERROR AL ABRIR CLIMAST" TO ERRHAND-MENSAJE
002110         CALL "ERRHAND" USING ERRHAND-PARM
002120         STOP RUN
002130     END-IF.
002140
002150*  Aqui solo se comprueba el rastro (y se crea si falta);
002160*  cada renglon lo abre, lo encadena y lo cierra (8900).
002170     OPEN EXTEND AUDIT-FILE.
002180     IF NOT WS-AUD-OK
002190         OPEN OUTPUT AUDIT-FILE
002200     END-IF.
002210     CLOSE AUDIT-FILE.
002220
002230     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
002240 1000-EXIT.
002250     EXIT.
002260
002270*----------------------------------------------------------*
002280*  2000-PROCESAR-MENU - Menu de convenios de pago            *
002290*----------------------------------------------------------*
002300 2000-PROCESAR-MENU.
002310     DISPLAY " ".
002320     DISPLAY "---- CONVMANT - CONVENIOS DE PAGO ----".
002330     DISPLAY "1. Registrar convenio".
002340     DISPLAY "2. Corregir una cuota".
002350     DISPLAY "3. Consultar convenio".
002360     DISPLAY "4. Cancelar convenio".
002370     DISPLAY "5. Listar convenios".
002380     DISPLAY "9. Salir".
002390     DISPLAY "Opcion:".
002400     ACCEPT WS-ENTRADA-OPCION.
002410     MOVE ZERO TO WS-OPCION.
002420     IF WS-ENTRADA-OPCION IS NUMERIC
002430         MOVE WS-ENTRADA-OPCION TO WS-OPCION
002440     END-IF.
002450
002460     EVALUATE WS-OPCION
002470         WHEN 1
002480             PERFORM 3000-REGISTRAR-CONVENIO THRU 3000-EXIT
002490         WHEN 2
002500             PERFORM 4000-CORREGIR-CUOTA THRU 4000-EXIT
002510         WHEN 3
002520             PERFORM 5000-CONSULTAR-CONVENIO THRU 5000-EXIT
002530         WHEN 4
002540             PERFORM 6000-CANCELAR-CONVENIO THRU 6000-EXIT
002550         WHEN 5
002560             PERFORM 7000-LISTAR-CONVENIOS THRU 7000-EXIT
002570         WHEN 9
002580             SET FIN-DE-MENU TO TRUE
002590         WHEN OTHER
002600             DISPLAY "Opcion invalida"
002610     END-EVALUATE.
002620 2000-EXIT.
002630     EXIT.
002640
002650*----------------------------------------------------------*
002660*  3000-REGISTRAR-CONVENIO - Alta del plan: el cliente debe  *
002670*  existir y no tener otro convenio vigente.  Las cuotas se  *
002680*  proponen mensuales y parejas; la ultima absorbe los       *
002690*  centavos del reparto.                                      *
002700*----------------------------------------------------------*
002710 3000-REGISTRAR-CONVENIO.
002720     PERFORM 8100-LEER-CLIENTE THRU 8100-EXIT.
002730     IF WS-CLI-NO-ENCONTRADO
002740         GO TO 3000-EXIT
002750     END-IF.
002760
002770     MOVE "N" TO WS-EXISTE-CONVENIO.
002780     MOVE CLIENTE-NUMERO TO CONV-CLIENTE.
002790     READ CONVENIO-FILE
002800         NOT INVALID KEY
002810             SET EXISTE-CONVENIO TO TRUE
002820     END-READ.
002830     IF EXISTE-CONVENIO AND CONV-VIGENTE
002840         DISPLAY "El cliente ya tiene un convenio vigente;"
002850             " cancelelo antes de registrar otro"
002860         GO TO 3000-EXIT
002870     END-IF.
002880
002890     INITIALIZE CONV-REC.
002900     MOVE CLIENTE-NUMERO TO CONV-CLIENTE.
002910     DISPLAY "Total convenido (0000010000 = 100.00):".
002920     MOVE SPACES TO WS-ENTRADA-MONTO.
002930     ACCEPT WS-ENTRADA-MONTO.
002940     IF WS-ENTRADA-MONTO NOT NUMERIC
002950        OR WS-ENTRADA-MONTO-N = ZERO
002960         DISPLAY "Total invalido"
002970         GO TO 3000-EXIT
002980     END-IF.
002990     MOVE WS-ENTRADA-MONTO-N TO CONV-TOTAL.
003000
003010     DISPLAY "Numero de cuotas (1-12):".
003020     MOVE SPACES TO WS-ENTRADA-CUOTAS.
003030     ACCEPT WS-ENTRADA-CUOTAS.
003040     IF WS-ENTRADA-CUOTAS (2:1) = SPACE
003050         MOVE WS-ENTRADA-CUOTAS (1:1) TO WS-ENTRADA-CUOTAS (2:1)
003060         MOVE "0" TO WS-ENTRADA-CUOTAS (1:1)
003070     END-IF.
003080     IF WS-ENTRADA-CUOTAS NOT NUMERIC
003090         DISPLAY "Numero de cuotas invalido"
003100         GO TO 3000-EXIT
003110     END-IF.
003120     MOVE WS-ENTRADA-CUOTAS TO CONV-NUM-CUOTAS.
003130     IF CONV-NUM-CUOTAS = ZERO OR CONV-NUM-CUOTAS > 12
003140         DISPLAY "Numero de cuotas fuera de rango (1-12)"
003150         GO TO 3000-EXIT
003160     END-IF.
003170
003180     DISPLAY "Vencimiento de la primera cuota AAAAMMDD"
003190         " (dia 01 a 28):".
003200     MOVE SPACES TO WS-ENTRADA-FECHA.
003210     ACCEPT WS-ENTRADA-FECHA.
003220     IF WS-ENTRADA-FECHA NOT NUMERIC
003230         DISPLAY "Fecha invalida"
003240         GO TO 3000-EXIT
003250     END-IF.
003260     MOVE WS-ENTRADA-FECHA TO WS-FECHA-CUOTA.
003270     MOVE WS-ENTRADA-FECHA TO FECHACHK-FECHA.
003280     CALL "FECHACHK" USING FECHACHK-PARM.
003290     IF FECHACHK-INVALIDA
003300        OR WS-CUO-DD > 28
003310        OR WS-FECHA-CUOTA < WS-FECHA-HOY
003320         DISPLAY "Fecha invalida, pasada o con dia mayor a 28"
003330         GO TO 3000-EXIT
003340     END-IF.
003350
003360     COMPUTE WS-MONTO-CUOTA ROUNDED =
003370         CONV-TOTAL / CONV-NUM-CUOTAS.
003380     COMPUTE WS-MESES-BASE = WS-CUO-AAAA * 12 + WS-CUO-MM - 1.
003390     MOVE ZERO TO WS-SUMA-CUOTAS.
003400     PERFORM 3100-ARMAR-CUOTA THRU 3100-EXIT
003410         VARYING WS-IDX-CUOTA FROM 1 BY 1
003420         UNTIL WS-IDX-CUOTA > CONV-NUM-CUOTAS.
003430
003440     PERFORM 8200-MOSTRAR-CONVENIO THRU 8200-EXIT.
003450     DISPLAY "Confirma el convenio (S/N):".
003460     MOVE "N" TO WS-CONFIRMA.
003470     ACCEPT WS-CONFIRMA.
003480     IF NOT CONFIRMA-OPERACION
003490         DISPLAY "Convenio no registrado"
003500         GO TO 3000-EXIT
003510     END-IF.
003520
003530     SET CONV-VIGENTE TO TRUE.
003540     MOVE WS-FECHA-HOY TO CONV-FECHA-ALTA.
003550     MOVE WS-OPERADOR TO CONV-OPERADOR.
003560     IF EXISTE-CONVENIO
003570         REWRITE CONV-REC
003580             INVALID KEY
003590                 DISPLAY "ERROR AL REESCRIBIR EL CONVENIO"
003600                 GO TO 3000-EXIT
003610         END-REWRITE
003620     ELSE
003630         WRITE CONV-REC
003640             INVALID KEY
003650                 DISPLAY "ERROR AL GRABAR EL CONVENIO"
003660                 GO TO 3000-EXIT
003670         END-WRITE
003680     END-IF.
003690     DISPLAY "Convenio registrado".
003700     MOVE "CONVENIO" TO WS-ULTIMA-OPERACION.
003710     PERFORM 8000-AUDITAR THRU 8000-EXIT.
003720 3000-EXIT.
003730     EXIT.
003740
003750 3100-ARMAR-CUOTA.
003760     COMPUTE WS-MESES = WS-MESES-BASE + WS-IDX-CUOTA - 1.
003770     DIVIDE WS-MESES BY 12 GIVING WS-CUO-AAAA
003780         REMAINDER WS-CUO-MM.
003790     ADD 1 TO WS-CUO-MM.
003800     MOVE WS-FECHA-CUOTA TO CONV-CUO-VENCE (WS-IDX-CUOTA).
003810
003820     IF WS-IDX-CUOTA = CONV-NUM-CUOTAS
003830         COMPUTE CONV-CUO-MONTO (WS-IDX-CUOTA) =
003840             CONV-TOTAL - WS-SUMA-CUOTAS
003850     ELSE
003860         MOVE WS-MONTO-CUOTA TO CONV-CUO-MONTO (WS-IDX-CUOTA)
003870     END-IF.
003880     ADD CONV-CUO-MONTO (WS-IDX-CUOTA) TO WS-SUMA-CUOTAS.
003890     SET CONV-CUO-PENDIENTE (WS-IDX-CUOTA) TO TRUE.
003900 3100-EXIT.
003910     EXIT.
003920
003930*----------------------------------------------------------*
003940*  4000-CORREGIR-CUOTA - Cambia fecha y/o monto de una cuota *
003950*  pendiente de un convenio vigente; el total convenido se   *
003960*  recalcula como la suma de las cuotas.                      *
003970*----------------------------------------------------------*
003980 4000-CORREGIR-CUOTA.
003990     PERFORM 8300-LEER-CONVENIO THRU 8300-EXIT.
004000     IF NOT EXISTE-CONVENIO
004010         GO TO 4000-EXIT
004020     END-IF.
004030     IF NOT CONV-VIGENTE
004040         DISPLAY "Solo se corrigen convenios vigentes"
004050         GO TO 4000-EXIT
004060     END-IF.
004070     PERFORM 8200-MOSTRAR-CONVENIO THRU 8200-EXIT.
004080
004090     DISPLAY "Numero de cuota a corregir:".
004100     MOVE SPACES TO WS-ENTRADA-CUOTAS.
004110     ACCEPT WS-ENTRADA-CUOTAS.
004120     IF WS-ENTRADA-CUOTAS (2:1) = SPACE
004130         MOVE WS-ENTRADA-CUOTAS (1:1) TO WS-ENTRADA-CUOTAS (2:1)
004140         MOVE "0" TO WS-ENTRADA-CUOTAS (1:1)
004150     END-IF.
004160     IF WS-ENTRADA-CUOTAS NOT NUMERIC
004170         DISPLAY "Numero de cuota invalido"
004180         GO TO 4000-EXIT
004190     END-IF.
004200     MOVE WS-ENTRADA-CUOTAS TO WS-NUM-CUOTA.
004210     IF WS-NUM-CUOTA = ZERO OR WS-NUM-CUOTA > CONV-NUM-CUOTAS
004220         DISPLAY "Esa cuota no existe en el convenio"
004230         GO TO 4000-EXIT
004240     END-IF.
004250     MOVE WS-NUM-CUOTA TO WS-IDX-CUOTA.
004260     IF CONV-CUO-PAGADA (WS-IDX-CUOTA)
004270         DISPLAY "La cuota ya esta pagada"
004280         GO TO 4000-EXIT
004290     END-IF.
004300
004310     DISPLAY "Nuevo vencimiento AAAAMMDD (en blanco deja igual):".
004320     MOVE SPACES TO WS-ENTRADA-FECHA.
004330     ACCEPT WS-ENTRADA-FECHA.
004340     IF WS-ENTRADA-FECHA NOT = SPACES
004350         MOVE WS-ENTRADA-FECHA TO FECHACHK-FECHA
004360         CALL "FECHACHK" USING FECHACHK-PARM
004370         IF WS-ENTRADA-FECHA NOT NUMERIC OR FECHACHK-INVALIDA
004380             DISPLAY "Fecha invalida, se conserva"
004390         ELSE
004400             MOVE WS-ENTRADA-FECHA
004410                 TO CONV-CUO-VENCE (WS-IDX-CUOTA)
004420         END-IF
004430     END-IF.
004440
004450     DISPLAY "Nuevo monto (en blanco deja igual):".
004460     MOVE SPACES TO WS-ENTRADA-MONTO.
004470     ACCEPT WS-ENTRADA-MONTO.
004480     IF WS-ENTRADA-MONTO NOT = SPACES
004490         IF WS-ENTRADA-MONTO IS NUMERIC
004500            AND WS-ENTRADA-MONTO-N > ZERO
004510             MOVE WS-ENTRADA-MONTO-N
004520                 TO CONV-CUO-MONTO (WS-IDX-CUOTA)
004530         ELSE
004540             DISPLAY "Monto invalido, se conserva"
004550         END-IF
004560     END-IF.
004570
004580     MOVE ZERO TO WS-SUMA-CUOTAS.
004590     PERFORM 4100-SUMAR-CUOTA THRU 4100-EXIT
004600         VARYING WS-IDX-CUOTA FROM 1 BY 1
004610         UNTIL WS-IDX-CUOTA > CONV-NUM-CUOTAS.
004620     MOVE WS-SUMA-CUOTAS TO CONV-TOTAL.
004630     MOVE WS-OPERADOR TO CONV-OPERADOR.
004640     REWRITE CONV-REC
004650         INVALID KEY
004660             DISPLAY "ERROR AL REESCRIBIR EL CONVENIO"
004670             GO TO 4000-EXIT
004680     END-REWRITE.
004690     DISPLAY "Cuota corregida".
004700     MOVE "CONV-CUOTA" TO WS-ULTIMA-OPERACION.
004710     PERFORM 8000-AUDITAR THRU 8000-EXIT.
004720 4000-EXIT.
004730     EXIT.
004740
004750 4100-SUMAR-CUOTA.
004760     ADD CONV-CUO-MONTO (WS-IDX-CUOTA) TO WS-SUMA-CUOTAS.
004770 4100-EXIT.
004780     EXIT.
004790
004800*----------------------------------------------------------*
004810*  5000-CONSULTAR-CONVENIO - Muestra el plan y sus cuotas    *
004820*----------------------------------------------------------*
004830 5000-CONSULTAR-CONVENIO.
004840     PERFORM 8300-LEER-CONVENIO THRU 8300-EXIT.
004850     IF EXISTE-CONVENIO
004860         PERFORM 8200-MOSTRAR-CONVENIO THRU 8200-EXIT
004870     END-IF.
004880 5000-EXIT.
004890     EXIT.
004900
004910*----------------------------------------------------------*
004920*  6000-CANCELAR-CONVENIO - Cancela el plan vigente; la      *
004930*  cuenta vuelve a la cobranza normal de CLIANTIG.            *
004940*----------------------------------------------------------*
004950 6000-CANCELAR-CONVENIO.
004960     PERFORM 8300-LEER-CONVENIO THRU 8300-EXIT.
004970     IF NOT EXISTE-CONVENIO
004980         GO TO 6000-EXIT
004990     END-IF.
005000     IF NOT CONV-VIGENTE AND NOT CONV-ROTO
005010         DISPLAY "El convenio no esta vigente ni roto"
005020         GO TO 6000-EXIT
005030     END-IF.
005040     DISPLAY "Confirma la cancelacion del convenio (S/N):".
005050     MOVE "N" TO WS-CONFIRMA.
005060     ACCEPT WS-CONFIRMA.
005070     IF NOT CONFIRMA-OPERACION
005080         DISPLAY "Cancelacion no aplicada"
005090         GO TO 6000-EXIT
005100     END-IF.
005110     SET CONV-CANCELADO TO TRUE.
005120     MOVE WS-OPERADOR TO CONV-OPERADOR.
005130     REWRITE CONV-REC
005140         INVALID KEY
005150             DISPLAY "ERROR AL CANCELAR EL CONVENIO"
005160             GO TO 6000-EXIT
005170     END-REWRITE.
005180     DISPLAY "Convenio cancelado".
005190     MOVE "CONV-CANCELA" TO WS-ULTIMA-OPERACION.
005200     PERFORM 8000-AUDITAR THRU 8000-EXIT.
005210 6000-EXIT.
005220     EXIT.
005230
005240*----------------------------------------------------------*
005250*  7000-LISTAR-CONVENIOS - Un renglon por convenio           *
005260*----------------------------------------------------------*
005270 7000-LISTAR-CONVENIOS.
005280     MOVE LOW-VALUES TO CONV-CLIENTE.
005290     START CONVENIO-FILE KEY NOT < CONV-CLIENTE
005300         INVALID KEY
005310             DISPLAY "Sin convenios registrados"
005320             GO TO 7000-EXIT
005330     END-START.
005340     MOVE "N" TO WS-FIN-LISTADO.
005350     PERFORM 7100-LISTAR-UNO THRU 7100-EXIT
005360         UNTIL FIN-DE-LISTADO.
005370 7000-EXIT.
005380     EXIT.
005390
005400 7100-LISTAR-UNO.
005410     READ CONVENIO-FILE NEXT RECORD
005420         AT END
005430             SET FIN-DE-LISTADO TO TRUE
005440             GO TO 7100-EXIT
005450     END-READ.
005460     MOVE CONV-TOTAL TO WS-MONTO-EDIT.
005470     DISPLAY CONV-CLIENTE " " CONV-FECHA-ALTA " " WS-MONTO-EDIT
005480         " CUOTAS=" CONV-NUM-CUOTAS " ESTADO=" CONV-ESTADO.
005490 7100-EXIT.
005500     EXIT.
005510
005520*----------------------------------------------------------*
005530*  8000-AUDITAR - Escribe una linea en el rastro CLIAUDIT    *
005540*----------------------------------------------------------*
005550 8000-AUDITAR.
005560     INITIALIZE AUDIT-REC.
005570     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
005580     ACCEPT AUD-HORA FROM TIME.
005590     MOVE WS-OPERADOR TO AUD-OPERADOR.
005600     MOVE CLIENTE-NOMBRE TO AUD-CLIENTE.
005610     MOVE WS-ULTIMA-OPERACION TO AUD-OPERACION.
005620     PERFORM 8900-GRABAR-AUDITORIA THRU 8900-EXIT.
005630 8000-EXIT.
005640     EXIT.
005650
005660*----------------------------------------------------------*
005670*  8100-LEER-CLIENTE - Pide el numero y lee CLIMAST          *
005680*----------------------------------------------------------*
005690 8100-LEER-CLIENTE.
005700     DISPLAY "Numero de cliente:".
005710     MOVE SPACES TO WS-ENTRADA-NUMERO.
005720     ACCEPT WS-ENTRADA-NUMERO.
005730     MOVE WS-ENTRADA-NUMERO TO CLIENTE-NUMERO.
005740     READ CLIENTE-FILE
005750         INVALID KEY
005760             DISPLAY "Cliente no encontrado"
005770             GO TO 8100-EXIT
005780     END-READ.
005790     MOVE CLIENTE-SALDO TO WS-SALDO-EDIT.
005800     DISPLAY "Cliente: " CLIENTE-NOMBRE " saldo " WS-SALDO-EDIT.
005810 8100-EXIT.
005820     EXIT.
005830
005840*----------------------------------------------------------*
005850*  8200-MOSTRAR-CONVENIO - Encabezado y cuotas del plan      *
005860*----------------------------------------------------------*
005870 8200-MOSTRAR-CONVENIO.
005880     MOVE CONV-TOTAL TO WS-MONTO-EDIT.
005890     DISPLAY "Convenio " CONV-CLIENTE " total " WS-MONTO-EDIT
005900         " estado " CONV-ESTADO " revisado " CONV-FEC-REVISION.
005910     PERFORM 8210-MOSTRAR-CUOTA THRU 8210-EXIT
005920         VARYING WS-IDX-CUOTA FROM 1 BY 1
005930         UNTIL WS-IDX-CUOTA > CONV-NUM-CUOTAS.
005940 8200-EXIT.
005950     EXIT.
005960
005970 8210-MOSTRAR-CUOTA.
005980     MOVE WS-IDX-CUOTA TO WS-NUM-CUOTA.
005990     MOVE CONV-CUO-MONTO (WS-IDX-CUOTA) TO WS-MONTO-EDIT.
006000     DISPLAY "  Cuota " WS-NUM-CUOTA " vence "
006010         CONV-CUO-VENCE (WS-IDX-CUOTA) " " WS-MONTO-EDIT
006020         " " CONV-CUO-ESTADO (WS-IDX-CUOTA).
006030 8210-EXIT.
006040     EXIT.
006050
006060*----------------------------------------------------------*
006070*  8300-LEER-CONVENIO - Pide el cliente y lee su convenio    *
006080*----------------------------------------------------------*
006090 8300-LEER-CONVENIO.
006100     MOVE "N" TO WS-EXISTE-CONVENIO.
006110     PERFORM 8100-LEER-CLIENTE THRU 8100-EXIT.
006120     IF WS-CLI-NO-ENCONTRADO
006130         GO TO 8300-EXIT
006140     END-IF.
006150     MOVE CLIENTE-NUMERO TO CONV-CLIENTE.
006160     READ CONVENIO-FILE
006170         INVALID KEY
006180             DISPLAY "El cliente no tiene convenio"
006190         NOT INVALID KEY
006200             SET EXISTE-CONVENIO TO TRUE
006210     END-READ.
006220 8300-EXIT.
006230     EXIT.
006240
006250*----------------------------------------------------------*
006260*  8900-GRABAR-AUDITORIA - Numera y encadena el renglon      *
006270*  (rutina AUDCADEN) y lo graba en CLIAUDIT.                 *
006280*----------------------------------------------------------*
006290 8900-GRABAR-AUDITORIA.
006300*  El ultimo eslabon se toma del rastro al momento de grabar
006310*  (otra terminal pudo haber grabado despues); el renglon ya
006320*  armado se guarda mientras se abre el rastro.
006330     MOVE AUDIT-REC TO AUDCADEN-RENGLON.
006340     MOVE "CLIAUDIT" TO AUDCADEN-ARCHIVO.
006350     MOVE 164 TO AUDCADEN-POSICION.
006360     SET AUDCADEN-ULTIMO TO TRUE.
006370     CALL "AUDCADEN" USING AUDCADEN-PARM.
006380     OPEN EXTEND AUDIT-FILE.
006390     IF NOT WS-AUD-OK
006400         OPEN OUTPUT AUDIT-FILE
006410     END-IF.
006420     IF NOT WS-AUD-OK
006430         MOVE "CONVMANT"       TO ERRHAND-PROGRAMA
006440         MOVE "8900-GRABAR-AUDIT" TO ERRHAND-PARRAFO
006450         MOVE WS-AUD-STATUS    TO ERRHAND-FILE-STATUS
006460         SET ERRHAND-ADVERTENCIA TO TRUE
006470         MOVE "ERROR AL ABRIR CLIAUDIT" TO ERRHAND-MENSAJE
006480         CALL "ERRHAND" USING ERRHAND-PARM
006490         GO TO 8900-EXIT
006500     END-IF.
006510     MOVE AUDCADEN-RENGLON TO AUDIT-REC.
006520     ADD 1 TO AUDCADEN-SECUENCIA.
006530     MOVE AUDCADEN-SECUENCIA TO AUD-SECUENCIA.
006540     MOVE AUDIT-REC TO AUDCADEN-RENGLON.
006550     SET AUDCADEN-ENCADENAR TO TRUE.
006560     CALL "AUDCADEN" USING AUDCADEN-PARM.
006570     MOVE AUDCADEN-CADENA TO AUD-CADENA.
006580     WRITE AUDIT-REC.
006590     CLOSE AUDIT-FILE.
006600 8900-EXIT.
006610     EXIT.
006620
006630*----------------------------------------------------------*
006640*  9000-FINALIZAR - Cierra archivos                          *
006650*----------------------------------------------------------*
006660 9000-FINALIZAR.
006670     CLOSE CONVENIO-FILE.
006680     CLOSE CLIENTE-FILE.
006690 9000-EXIT.
006700     EXIT.

000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  DOMIMANT                                    *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Padron de domiciliacion DOMIIDX: el tutor que autoriza    *
000090*  el cargo automatico de sus colegiaturas deja aqui la      *
000100*  CLABE de 18 digitos de su cuenta (se valida el digito     *
000110*  verificador; los tres primeros digitos son el banco) y    *
000120*  el nombre del titular.  La inscripcion se puede cambiar,  *
000130*  suspender (el banco la cerro o el tutor lo pidio) y       *
000140*  reactivar; DOMIENV solo cobra las activas.  Cada cambio   *
000150*  deja su renglon en CLIAUDIT.                               *
000160*----------------------------------------------------------*
000170*  MODIFICATIONS.
000180*  2026-10-15 JFV  Creacion inicial.
000190*  2026-10-15 JFV  Renglones de CLIAUDIT encadenados: secuencia
000200*                  y huella al final de cada renglon (rutina
000210*                  AUDCADEN), que verifica AUDVERIF.
000220*  2026-10-15 JFV  Verifica al entrar el permiso por funcion
000230*                  (rutina PERMCHK, archivo PERMIDX).
000240*  2026-10-15 JFV  Renglon de CLIAUDIT ampliado con campo, valor
000250*                  anterior y valor nuevo (antes/despues por
000260*                  campo, como ESCAUDIT); la cola de encadenado
000270*                  pasa a la columna 164.
000280*  2026-10-15 JFV  El eslabon de AUDCADEN se toma al grabar
000290*                  cada renglon; el rastro se abre y cierra por
000300*                  renglon para no encadenar contra un eslabon
000310*                  viejo si otra sesion grabo en medio.
000320*----------------------------------------------------------*
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. DOMIMANT.
000350 AUTHOR. J. FIGUEROA VEGA.
000360 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000370 DATE-WRITTEN. 2026-10-15.
000380 DATE-COMPILED.
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT DOMICILIO-FILE ASSIGN TO "DOMIIDX"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS DOM-CLIENTE
000470         FILE STATUS IS WS-DOM-STATUS.
000480
000490     SELECT CLIENTE-FILE ASSIGN TO "CLIMAST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS CLIENTE-NUMERO
000530         ALTERNATE RECORD KEY IS CLIENTE-NOMBRE
000540             WITH DUPLICATES
000550         FILE STATUS IS WS-CLI-STATUS.
000560
000570     SELECT AUDIT-FILE ASSIGN TO "CLIAUDIT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-AUD-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  DOMICILIO-FILE.
000640     COPY DOMIREC.
000650
000660 FD  CLIENTE-FILE.
000670     COPY CLIREC.
000680
000690 FD  AUDIT-FILE.
000700 01  AUDIT-REC.
000710     05  AUD-FECHA               PIC 9(08).
000720     05  FILLER                  PIC X(01) VALUE SPACE.
000730     05  AUD-HORA                PIC 9(06).
000740     05  FILLER                  PIC X(01) VALUE SPACE.
000750     05  AUD-OPERADOR            PIC X(20).
000760     05  FILLER                  PIC X(01) VALUE SPACE.
000770     05  AUD-CLIENTE             PIC X(20).
000780     05  FILLER                  PIC X(01) VALUE SPACE.
000790     05  AUD-OPERACION           PIC X(12).
000800     05  FILLER                  PIC X(01) VALUE SPACE.
000810     05  AUD-CAMPO               PIC X(10).
000820     05  FILLER                  PIC X(01) VALUE SPACE.
000830     05  AUD-ANTES               PIC X(40).
000840     05  FILLER                  PIC X(01) VALUE SPACE.
000850     05  AUD-DESPUES             PIC X(40).
000860     05  FILLER                  PIC X(01) VALUE SPACE.
000870     05  AUD-SECUENCIA           PIC 9(09).
000880     05  FILLER                  PIC X(01) VALUE SPACE.
000890     05  AUD-CADENA              PIC X(20).
000900
000910 WORKING-STORAGE SECTION.
000920 01  WS-DOM-STATUS                PIC X(02).
000930     88  WS-DOM-OK                        VALUE "00".
000940
000950 01  WS-CLI-STATUS                PIC X(02).
000960     88  WS-CLI-OK                        VALUE "00".
000970     88  WS-CLI-NO-ENCONTRADO              VALUE "23".
000980
000990 01  WS-AUD-STATUS                PIC X(02).
001000     88  WS-AUD-OK                        VALUE "00".
001010
001020 01  WS-SWITCHES.
001030     05  WS-OPCION                PIC 9(01) VALUE ZERO.
001040     05  WS-FIN-MENU              PIC X(01) VALUE "N".
001050         88  FIN-DE-MENU                  VALUE "S".
001060     05  WS-FIN-LISTADO           PIC X(01) VALUE "N".
001070         88  FIN-DE-LISTADO               VALUE "S".
001080     05  WS-CONFIRMA              PIC X(01) VALUE "N".
001090         88  CONFIRMA-OPERACION           VALUE "S".
001100     05  WS-EXISTE-DOMICILIO      PIC X(01) VALUE "N".
001110         88  EXISTE-DOMICILIO             VALUE "S".
001120     05  WS-CLABE-VALIDA          PIC X(01) VALUE "N".
001130         88  CLABE-VALIDA                 VALUE "S".
001140
001150 01  WS-OPERADOR                  PIC X(20).
001160 01  WS-ULTIMA-OPERACION          PIC X(12).
001170 01  WS-ENTRADA-OPCION            PIC X(01).
001180 01  WS-ENTRADA-NUMERO            PIC X(06).
001190 01  WS-ENTRADA-TITULAR           PIC X(30).
001200
001210*  CLABE: 3 de banco, 3 de plaza, 11 de cuenta y el digito
001220*  verificador (ponderaciones 3, 7, 1 sobre los primeros 17).
001230 01  WS-ENTRADA-CLABE             PIC X(18).
001240 01  WS-CLABE-DIGITOS REDEFINES WS-ENTRADA-CLABE.
001250     05  WS-CLABE-DIGITO          PIC 9(01) OCCURS 18 TIMES.
001260 01  WS-PESOS-CLABE               PIC X(17)
001270     VALUE "37137137137137137".
001280 01  WS-PESOS-RED REDEFINES WS-PESOS-CLABE.
001290     05  WS-PESO                  PIC 9(01) OCCURS 17 TIMES.
001300 01  WS-IDX-DIGITO                PIC 9(02) COMP.
001310 01  WS-SUMA-CLABE                PIC 9(04) COMP VALUE ZERO.
001320 01  WS-PRODUCTO                  PIC 9(02) COMP VALUE ZERO.
001330 01  WS-DIGITO-CALCULADO          PIC 9(02) COMP VALUE ZERO.
001340
001350 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
001360 01  WS-MONTO-EDIT                PIC ZZZZZZ9.99.
001370 01  WS-SALDO-EDIT                PIC -ZZZZZZ9.99.
001380
001390 COPY ERRPARM.
001400
001410 COPY CADEPARM.
001420
001430 COPY PERMPARM.
001440
001450 LINKAGE SECTION.
001460 COPY LOGPARM.
001470
001480 PROCEDURE DIVISION USING LOGIN-PARM.
001490 0000-MAINLINE.
001500     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001510     PERFORM 2000-PROCESAR-MENU THRU 2000-EXIT
001520         UNTIL FIN-DE-MENU.
001530     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001540     GOBACK.
001550
001560*----------------------------------------------------------*
001570*  1000-INICIALIZAR - Abre el padron (creandolo si no        *
001580*  existe), el maestro de clientes y el rastro CLIAUDIT.     *
001590*----------------------------------------------------------*
001600 1000-INICIALIZAR.
001610     IF LOGIN-CONCEDIDO AND LOGIN-USERNAME NOT = SPACES
001620         MOVE LOGIN-USERNAME TO WS-OPERADOR
001630     ELSE
001640         DISPLAY "DEBE ENTRAR POR EL MENU CON SESION INICIADA"
001650         GOBACK
001660     END-IF.
001670
001680     MOVE LOGIN-USERNAME TO PERMCHK-USERNAME.
001690     MOVE LOGIN-ROL      TO PERMCHK-ROL.
001700     MOVE "DOMIMANT"     TO PERMCHK-PROGRAMA.
001710     MOVE SPACES         TO PERMCHK-FUNCION.
001720     SET PERMCHK-NIVEL-ESCRITURA TO TRUE.
001730     CALL "PERMCHK" USING PERMCHK-PARM.
001740     IF NOT PERMCHK-PERMITIDO
001750         DISPLAY "SIN PERMISO PARA DOMIMANT"
001760         GOBACK
001770     END-IF.
001780
001790     OPEN I-O DOMICILIO-FILE.
001800     IF NOT WS-DOM-OK
001810         IF WS-DOM-STATUS = "35"
001820             OPEN OUTPUT DOMICILIO-FILE
001830             CLOSE DOMICILIO-FILE
001840             OPEN I-O DOMICILIO-FILE
001850         END-IF
001860     END-IF
001870     IF NOT WS-DOM-OK
001880         MOVE "DOMIMANT"      TO ERRHAND-PROGRAMA
001890         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001900         MOVE WS-DOM-STATUS   TO ERRHAND-FILE-STATUS
001910         SET ERRHAND-FATAL TO TRUE
001920         MOVE "ERROR AL ABRIR DOMIIDX" TO ERRHAND-MENSAJE
001930         CALL "ERRHAND" USING ERRHAND-PARM
001940         STOP RUN
001950     END-IF.
001960
001970     OPEN INPUT CLIENTE-FILE.
001980     IF NOT WS-CLI-OK
001990         MOVE "DOMIMANT"      TO ERRHAND-PROGRAMA
002000         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
002010         MOVE WS-CLI-STATUS   TO ERRHAND-FILE-STATUS
002020         SET ERRHAND-FATAL TO TRUE
002030         MOVE "ERROR AL ABRIR CLIMAST" TO ERRHAND-MENSAJE
002040         CALL "ERRHAND" USING ERRHAND-PARM
002050         STOP RUN
002060     END-IF.
002070
002080*  Aqui solo se comprueba el rastro (y se crea si falta);
002090*  cada renglon lo abre, lo encadena y lo cierra (8900).
002100     OPEN EXTEND AUDIT-FILE.
002110     IF NOT WS-AUD-OK
002120         OPEN OUTPUT AUDIT-FILE
002130     END-IF.
002140     CLOSE AUDIT-FILE.
002150
002160     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
002170 1000-EXIT.
002180     EXIT.
002190
002200*----------------------------------------------------------*
002210*  2000-PROCESAR-MENU - Menu del padron de domiciliacion     *
002220*----------------------------------------------------------*
002230 2000-PROCESAR-MENU.
002240     DISPLAY " ".
002250     DISPLAY "---- DOMIMANT - DOMICILIACION BANCARIA ----".
002260     DISPLAY "1. Inscribir o cambiar cuenta".
002270     DISPLAY "2. Consultar inscripcion".
002280     DISPLAY "3. Suspender domiciliacion".
002290     DISPLAY "4. Reactivar domiciliacion".
002300     DISPLAY "5. Listar inscripciones".
002310     DISPLAY "9. Salir".
002320     DISPLAY "Opcion:".
002330     ACCEPT WS-ENTRADA-OPCION.
002340     MOVE ZERO TO WS-OPCION.
002350     IF WS-ENTRADA-OPCION IS NUMERIC
002360         MOVE WS-ENTRADA-OPCION TO WS-OPCION
002370     END-IF.
002380
002390     EVALUATE WS-OPCION
002400         WHEN 1
002410             PERFORM 3000-INSCRIBIR-CUENTA THRU 3000-EXIT
002420         WHEN 2
002430             PERFORM 4000-CONSULTAR THRU 4000-EXIT
002440         WHEN 3
002450             PERFORM 5000-SUSPENDER THRU 5000-EXIT
002460         WHEN 4
002470             PERFORM 6000-REACTIVAR THRU 6000-EXIT
002480         WHEN 5
002490             PERFORM 7000-LISTAR THRU 7000-EXIT
002500         WHEN 9
002510             SET FIN-DE-MENU TO TRUE
002520         WHEN OTHER
002530             DISPLAY "Opcion invalida"
002540     END-EVALUATE.
002550 2000-EXIT.
002560     EXIT.
002570
002580*----------------------------------------------------------*
002590*  3000-INSCRIBIR-CUENTA - Alta o cambio de la CLABE de un   *
002600*  cliente activo; el cambio conserva los rechazos previos.  *
002610*----------------------------------------------------------*
002620 3000-INSCRIBIR-CUENTA.
002630     PERFORM 8300-LEER-DOMICILIO THRU 8300-EXIT.
002640     IF WS-CLI-NO-ENCONTRADO
002650         GO TO 3000-EXIT
002660     END-IF.
002670     IF NOT CLIENTE-ACTIVO
002680         DISPLAY "El cliente no esta activo"
002690         GO TO 3000-EXIT
002700     END-IF.
002710
002720     DISPLAY "CLABE de 18 digitos:".
002730     MOVE SPACES TO WS-ENTRADA-CLABE.
002740     ACCEPT WS-ENTRADA-CLABE.
002750     PERFORM 8400-VALIDAR-CLABE THRU 8400-EXIT.
002760     IF NOT CLABE-VALIDA
002770         DISPLAY "CLABE invalida (digito verificador)"
002780         GO TO 3000-EXIT
002790     END-IF.
002800
002810     DISPLAY "Nombre del titular de la cuenta:".
002820     MOVE SPACES TO WS-ENTRADA-TITULAR.
002830     ACCEPT WS-ENTRADA-TITULAR.
002840     IF WS-ENTRADA-TITULAR = SPACES
002850         DISPLAY "Falta el titular"
002860         GO TO 3000-EXIT
002870     END-IF.
002880
002890     DISPLAY "Confirma la domiciliacion en la cuenta "
002900         WS-ENTRADA-CLABE " (S/N):".
002910     MOVE "N" TO WS-CONFIRMA.
002920     ACCEPT WS-CONFIRMA.
002930     IF NOT CONFIRMA-OPERACION
002940         DISPLAY "Inscripcion no registrada"
002950         GO TO 3000-EXIT
002960     END-IF.
002970
002980     IF NOT EXISTE-DOMICILIO
002990         INITIALIZE DOM-REC
003000         MOVE CLIENTE-NUMERO TO DOM-CLIENTE
003010     END-IF.
003020     MOVE WS-ENTRADA-CLABE (1:3) TO DOM-BANCO.
003030     MOVE WS-ENTRADA-CLABE       TO DOM-CUENTA.
003040     MOVE WS-ENTRADA-TITULAR     TO DOM-TITULAR.
003050     SET DOM-ACTIVA TO TRUE.
003060     MOVE WS-FECHA-HOY TO DOM-FEC-ALTA.
003070     MOVE ZERO         TO DOM-FEC-BAJA.
003080     MOVE WS-OPERADOR  TO DOM-OPERADOR.
003090     IF EXISTE-DOMICILIO
003100         REWRITE DOM-REC
003110             INVALID KEY
003120                 DISPLAY "ERROR AL REESCRIBIR LA INSCRIPCION"
003130                 GO TO 3000-EXIT
003140         END-REWRITE
003150     ELSE
003160         WRITE DOM-REC
003170             INVALID KEY
003180                 DISPLAY "ERROR AL GRABAR LA INSCRIPCION"
003190                 GO TO 3000-EXIT
003200         END-WRITE
003210     END-IF.
003220     DISPLAY "Domiciliacion registrada".
003230     MOVE "DOMICILIA" TO WS-ULTIMA-OPERACION.
003240     PERFORM 8000-AUDITAR THRU 8000-EXIT.
003250 3000-EXIT.
003260     EXIT.
003270
003280*----------------------------------------------------------*
003290*  4000-CONSULTAR - Cuenta, estado y rechazos pendientes      *
003300*----------------------------------------------------------*
003310 4000-CONSULTAR.
003320     PERFORM 8300-LEER-DOMICILIO THRU 8300-EXIT.
003330     IF NOT EXISTE-DOMICILIO
003340         GO TO 4000-EXIT
003350     END-IF.
003360     DISPLAY "  Banco " DOM-BANCO " CLABE " DOM-CUENTA.
003370     DISPLAY "  Titular " DOM-TITULAR.
003380     DISPLAY "  Estado " DOM-ESTADO " alta " DOM-FEC-ALTA
003390         " baja " DOM-FEC-BAJA.
003400     IF DOM-MONTO-RECHAZADO > ZERO
003410         MOVE DOM-MONTO-RECHAZADO TO WS-MONTO-EDIT
003420         DISPLAY "  Rechazado por cobrar " WS-MONTO-EDIT
003430             " motivo " DOM-MOTIVO " del " DOM-FEC-RECHAZO
003440     END-IF.
003450     DISPLAY "  Rechazos acumulados " DOM-RECHAZOS.
003460 4000-EXIT.
003470     EXIT.
003480
003490*----------------------------------------------------------*
003500*  5000-SUSPENDER - Deja de cobrarse por domiciliacion       *
003510*----------------------------------------------------------*
003520 5000-SUSPENDER.
003530     PERFORM 8300-LEER-DOMICILIO THRU 8300-EXIT.
003540     IF NOT EXISTE-DOMICILIO
003550         GO TO 5000-EXIT
003560     END-IF.
003570     IF NOT DOM-ACTIVA
003580         DISPLAY "La domiciliacion no esta activa"
003590         GO TO 5000-EXIT
003600     END-IF.
003610     DISPLAY "Confirma la suspension (S/N):".
003620     MOVE "N" TO WS-CONFIRMA.
003630     ACCEPT WS-CONFIRMA.
003640     IF NOT CONFIRMA-OPERACION
003650         DISPLAY "Suspension no aplicada"
003660         GO TO 5000-EXIT
003670     END-IF.
003680     SET DOM-SUSPENDIDA TO TRUE.
003690     MOVE WS-FECHA-HOY TO DOM-FEC-BAJA.
003700     MOVE WS-OPERADOR  TO DOM-OPERADOR.
003710     REWRITE DOM-REC
003720         INVALID KEY
003730             DISPLAY "ERROR AL REESCRIBIR LA INSCRIPCION"
003740             GO TO 5000-EXIT
003750     END-REWRITE.
003760     DISPLAY "Domiciliacion suspendida".
003770     MOVE "DOMI-SUSPEN" TO WS-ULTIMA-OPERACION.
003780     PERFORM 8000-AUDITAR THRU 8000-EXIT.
003790 5000-EXIT.
003800     EXIT.
003810
003820*----------------------------------------------------------*
003830*  6000-REACTIVAR - Vuelve a cobrar en la misma cuenta        *
003840*----------------------------------------------------------*
003850 6000-REACTIVAR.
003860     PERFORM 8300-LEER-DOMICILIO THRU 8300-EXIT.
003870     IF NOT EXISTE-DOMICILIO
003880         GO TO 6000-EXIT
003890     END-IF.
003900     IF DOM-ACTIVA
003910         DISPLAY "La domiciliacion ya esta activa"
003920         GO TO 6000-EXIT
003930     END-IF.
003940     IF NOT CLIENTE-ACTIVO
003950         DISPLAY "El cliente no esta activo"
003960         GO TO 6000-EXIT
003970     END-IF.
003980     SET DOM-ACTIVA TO TRUE.
003990     MOVE ZERO        TO DOM-FEC-BAJA.
004000     MOVE WS-OPERADOR TO DOM-OPERADOR.
004010     REWRITE DOM-REC
004020         INVALID KEY
004030             DISPLAY "ERROR AL REESCRIBIR LA INSCRIPCION"
004040             GO TO 6000-EXIT
004050     END-REWRITE.
004060     DISPLAY "Domiciliacion reactivada".
004070     MOVE "DOMI-REACT" TO WS-ULTIMA-OPERACION.
004080     PERFORM 8000-AUDITAR THRU 8000-EXIT.
004090 6000-EXIT.
004100     EXIT.
004110
004120*----------------------------------------------------------*
004130*  7000-LISTAR - Un renglon por inscripcion                   *
004140*----------------------------------------------------------*
004150 7000-LISTAR.
004160     MOVE LOW-VALUES TO DOM-CLIENTE.
004170     START DOMICILIO-FILE KEY NOT < DOM-CLIENTE
004180         INVALID KEY
004190             DISPLAY "Sin inscripciones registradas"
004200             GO TO 7000-EXIT
004210     END-START.
004220     MOVE "N" TO WS-FIN-LISTADO.
004230     PERFORM 7100-LISTAR-UNO THRU 7100-EXIT
004240         UNTIL FIN-DE-LISTADO.
004250 7000-EXIT.
004260     EXIT.
004270
004280 7100-LISTAR-UNO.
004290     READ DOMICILIO-FILE NEXT RECORD
004300         AT END
004310             SET FIN-DE-LISTADO TO TRUE
004320             GO TO 7100-EXIT
004330     END-READ.
004340     MOVE DOM-MONTO-RECHAZADO TO WS-MONTO-EDIT.
004350     DISPLAY DOM-CLIENTE " " DOM-CUENTA " " DOM-ESTADO
004360         " RECHAZADO=" WS-MONTO-EDIT " " DOM-TITULAR.
004370 7100-EXIT.
004380     EXIT.
004390
004400*----------------------------------------------------------*
004410*  8000-AUDITAR - Escribe una linea en el rastro CLIAUDIT    *
004420*----------------------------------------------------------*
004430 8000-AUDITAR.
004440     INITIALIZE AUDIT-REC.
004450     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
004460     ACCEPT AUD-HORA FROM TIME.
004470     MOVE WS-OPERADOR TO AUD-OPERADOR.
004480     MOVE CLIENTE-NOMBRE TO AUD-CLIENTE.
004490     MOVE WS-ULTIMA-OPERACION TO AUD-OPERACION.
004500     PERFORM 8900-GRABAR-AUDITORIA THRU 8900-EXIT.
004510 8000-EXIT.
004520     EXIT.
004530
004540*----------------------------------------------------------*
004550*  8100-LEER-CLIENTE - Pide el numero y lee CLIMAST          *
004560*----------------------------------------------------------*
004570 8100-LEER-CLIENTE.
004580     DISPLAY "Numero de cliente:".
004590     MOVE SPACES TO WS-ENTRADA-NUMERO.
004600     ACCEPT WS-ENTRADA-NUMERO.
004610     MOVE WS-ENTRADA-NUMERO TO CLIENTE-NUMERO.
004620     READ CLIENTE-FILE
004630         INVALID KEY
004640             DISPLAY "Cliente no encontrado"
004650             GO TO 8100-EXIT
004660     END-READ.
004670     MOVE CLIENTE-SALDO TO WS-SALDO-EDIT.
004680     DISPLAY "Cliente: " CLIENTE-NOMBRE " saldo " WS-SALDO-EDIT.
004690 8100-EXIT.
004700     EXIT.
004710
004720*----------------------------------------------------------*
004730*  8300-LEER-DOMICILIO - Pide el cliente y lee su            *
004740*  inscripcion                                                *
004750*----------------------------------------------------------*
004760 8300-LEER-DOMICILIO.
004770     MOVE "N" TO WS-EXISTE-DOMICILIO.
004780     PERFORM 8100-LEER-CLIENTE THRU 8100-EXIT.
004790     IF WS-CLI-NO-ENCONTRADO
004800         GO TO 8300-EXIT
004810     END-IF.
004820     MOVE CLIENTE-NUMERO TO DOM-CLIENTE.
004830     READ DOMICILIO-FILE
004840         INVALID KEY
004850             DISPLAY "El cliente no tiene domiciliacion"
004860         NOT INVALID KEY
004870             SET EXISTE-DOMICILIO TO TRUE
004880     END-READ.
004890 8300-EXIT.
004900     EXIT.
004910
004920*----------------------------------------------------------*
004930*  8400-VALIDAR-CLABE - 18 digitos y digito verificador:     *
004940*  suma de (digito x peso) modulo 10 de los primeros 17;     *
004950*  el verificador es 10 menos esa suma modulo 10.             *
004960*----------------------------------------------------------*
004970 8400-VALIDAR-CLABE.
004980     MOVE "N" TO WS-CLABE-VALIDA.
004990     IF WS-ENTRADA-CLABE NOT NUMERIC
005000         GO TO 8400-EXIT
005010     END-IF.
005020     MOVE ZERO TO WS-SUMA-CLABE.
005030     PERFORM 8410-SUMAR-DIGITO THRU 8410-EXIT
005040         VARYING WS-IDX-DIGITO FROM 1 BY 1
005050         UNTIL WS-IDX-DIGITO > 17.
005060     DIVIDE WS-SUMA-CLABE BY 10 GIVING WS-PRODUCTO
005070         REMAINDER WS-DIGITO-CALCULADO.
005080     COMPUTE WS-DIGITO-CALCULADO = 10 - WS-DIGITO-CALCULADO.
005090     IF WS-DIGITO-CALCULADO = 10
005100         MOVE ZERO TO WS-DIGITO-CALCULADO
005110     END-IF.
005120     IF WS-DIGITO-CALCULADO = WS-CLABE-DIGITO (18)
005130         SET CLABE-VALIDA TO TRUE
005140     END-IF.
005150 8400-EXIT.
005160     EXIT.
005170
005180 8410-SUMAR-DIGITO.
005190     COMPUTE WS-PRODUCTO = WS-CLABE-DIGITO (WS-IDX-DIGITO)
005200         * WS-PESO (WS-IDX-DIGITO).
005210     DIVIDE WS-PRODUCTO BY 10 GIVING WS-DIGITO-CALCULADO
005220         REMAINDER WS-PRODUCTO.
005230     ADD WS-PRODUCTO TO WS-SUMA-CLABE.
005240 8410-EXIT.
005250     EXIT.
005260
005270*----------------------------------------------------------*
005280*  8900-GRABAR-AUDITORIA - Numera y encadena el renglon      *
005290*  (rutina AUDCADEN) y lo graba en CLIAUDIT.                 *
005300*----------------------------------------------------------*
005310 8900-GRABAR-AUDITORIA.
005320*  El ultimo eslabon se toma del rastro al momento de grabar
005330*  (otra terminal pudo haber grabado despues); el renglon ya
005340*  armado se guarda mientras se abre el rastro.
005350     MOVE AUDIT-REC TO AUDCADEN-RENGLON.
005360     MOVE "CLIAUDIT" TO AUDCADEN-ARCHIVO.
005370     MOVE 164 TO AUDCADEN-POSICION.
005380     SET AUDCADEN-ULTIMO TO TRUE.
005390     CALL "AUDCADEN" USING AUDCADEN-PARM.
005400     OPEN EXTEND AUDIT-FILE.
005410     IF NOT WS-AUD-OK
005420         OPEN OUTPUT AUDIT-FILE
005430     END-IF.
005440     IF NOT WS-AUD-OK
005450         MOVE "DOMIMANT"       TO ERRHAND-PROGRAMA
005460         MOVE "8900-GRABAR-AUDIT" TO ERRHAND-PARRAFO
005470         MOVE WS-AUD-STATUS    TO ERRHAND-FILE-STATUS
005480         SET ERRHAND-ADVERTENCIA TO TRUE
005490         MOVE "ERROR AL ABRIR CLIAUDIT" TO ERRHAND-MENSAJE
005500         CALL "ERRHAND" USING ERRHAND-PARM
005510         GO TO 8900-EXIT
005520     END-IF.
005530     MOVE AUDCADEN-RENGLON TO AUDIT-REC.
005540     ADD 1 TO AUDCADEN-SECUENCIA.
005550     MOVE AUDCADEN-SECUENCIA TO AUD-SECUENCIA.
005560     MOVE AUDIT-REC TO AUDCADEN-RENGLON.
005570     SET AUDCADEN-ENCADENAR TO TRUE.
005580     CALL "AUDCADEN" USING AUDCADEN-PARM.
005590     MOVE AUDCADEN-CADENA TO AUD-CADENA.
005600     WRITE AUDIT-REC.
005610     CLOSE AUDIT-FILE.
005620 8900-EXIT.
005630     EXIT.
005640
005650*----------------------------------------------------------*
005660*  9000-FINALIZAR - Cierra archivos                          *
005670*----------------------------------------------------------*
005680 9000-FINALIZAR.
005690     CLOSE DOMICILIO-FILE.
005700     CLOSE CLIENTE-FILE.
005710 9000-EXIT.
005720     EXIT.

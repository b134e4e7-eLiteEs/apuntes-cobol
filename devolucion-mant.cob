000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  DEVMANT                                     *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Decision sobre los saldos a favor que CLIFAVOR deja en    *
000090*  el registro DEVOIDX: la administracion marca cada cuenta  *
000100*  para devolver el saldo (todo o parte) o para dejarlo a    *
000110*  cuenta del siguiente cargo de ESCCUOTA, que lo absorbe    *
000120*  solo al postearse.  La devolucion que rebasa el umbral    *
000130*  de SYSPARM (DEVOL-UMBRAL, en pesos) no se autoriza aqui:  *
000140*  se encola en APRBIDX y la autoriza un segundo admin en    *
000150*  APRBREV.  La devolucion autorizada la genera CLIFAVOR en  *
000160*  el siguiente cierre.  Cada decision deja su renglon en    *
000170*  CLIAUDIT.                                                   *
000180*----------------------------------------------------------*
000190*  MODIFICATIONS.
000200*  2026-10-15 JFV  Creacion inicial.
000210*  2026-10-15 JFV  Renglones de CLIAUDIT encadenados: secuencia
000220*                  y huella al final de cada renglon (rutina
000230*                  AUDCADEN), que verifica AUDVERIF.
000240*  2026-10-15 JFV  Verifica al entrar el permiso por funcion
000250*                  (rutina PERMCHK, archivo PERMIDX).
000260*  2026-10-15 JFV  Renglon de CLIAUDIT ampliado con campo, valor
000270*                  anterior y valor nuevo (antes/despues por
000280*                  campo, como ESCAUDIT); la cola de encadenado
000290*                  pasa a la columna 164.
000300*  2026-10-15 JFV  El eslabon de AUDCADEN se toma al grabar
000310*                  cada renglon; el rastro se abre y cierra por
000320*                  renglon para no encadenar contra un eslabon
000330*                  viejo si otra sesion grabo en medio.
000340*----------------------------------------------------------*
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. DEVMANT.
000370 AUTHOR. J. FIGUEROA VEGA.
000380 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000390 DATE-WRITTEN. 2026-10-15.
000400 DATE-COMPILED.
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT DEVOLUCION-FILE ASSIGN TO "DEVOIDX"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS DEV-CLIENTE
000490         FILE STATUS IS WS-DEV-STATUS.
000500
000510     SELECT AUDIT-FILE ASSIGN TO "CLIAUDIT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-AUD-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  DEVOLUCION-FILE.
000580     COPY DEVOREC.
000590
000600 FD  AUDIT-FILE.
000610 01  AUDIT-REC.
000620     05  AUD-FECHA               PIC 9(08).
000630     05  FILLER                  PIC X(01) VALUE SPACE.
000640     05  AUD-HORA                PIC 9(06).
000650     05  FILLER                  PIC X(01) VALUE SPACE.
000660     05  AUD-OPERADOR            PIC X(20).
000670     05  FILLER                  PIC X(01) VALUE SPACE.
000680     05  AUD-CLIENTE             PIC X(20).
000690     05  FILLER                  PIC X(01) VALUE SPACE.
000700     05  AUD-OPERACION           PIC X(12).
000710     05  FILLER                  PIC X(01) VALUE SPACE.
000720     05  AUD-CAMPO               PIC X(10).
000730     05  FILLER                  PIC X(01) VALUE SPACE.
000740     05  AUD-ANTES               PIC X(40).
000750     05  FILLER                  PIC X(01) VALUE SPACE.
000760     05  AUD-DESPUES             PIC X(40).
000770     05  FILLER                  PIC X(01) VALUE SPACE.
000780     05  AUD-SECUENCIA           PIC 9(09).
000790     05  FILLER                  PIC X(01) VALUE SPACE.
000800     05  AUD-CADENA              PIC X(20).
000810
000820 WORKING-STORAGE SECTION.
000830 01  WS-DEV-STATUS                PIC X(02).
000840     88  WS-DEV-OK                        VALUE "00".
000850
000860 01  WS-AUD-STATUS                PIC X(02).
000870     88  WS-AUD-OK                        VALUE "00".
000880
000890 01  WS-SWITCHES.
000900     05  WS-OPCION                PIC 9(01) VALUE ZERO.
000910     05  WS-FIN-MENU              PIC X(01) VALUE "N".
000920         88  FIN-DE-MENU                  VALUE "S".
000930     05  WS-FIN-LISTADO           PIC X(01) VALUE "N".
000940         88  FIN-DE-LISTADO               VALUE "S".
000950     05  WS-CONFIRMA              PIC X(01) VALUE "N".
000960         88  CONFIRMA-OPERACION           VALUE "S".
000970     05  WS-EXISTE-REGISTRO       PIC X(01) VALUE "N".
000980         88  EXISTE-REGISTRO              VALUE "S".
000990
001000 01  WS-OPERADOR                  PIC X(20).
001010 01  WS-ULTIMA-OPERACION          PIC X(12).
001020 01  WS-ENTRADA-OPCION            PIC X(01).
001030 01  WS-ENTRADA-NUMERO            PIC X(06).
001040 01  WS-ENTRADA-MONTO             PIC X(10).
001050 01  WS-ENTRADA-MONTO-N REDEFINES
001060     WS-ENTRADA-MONTO            PIC 9(08)V9(02).
001070
001080 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
001090
001100*  Umbral de devolucion sin segunda firma, en pesos.
001110 01  WS-UMBRAL                    PIC 9(05) VALUE 5000.
001120
001130 01  WS-MONTO-DEVOLVER            PIC 9(08)V9(02) VALUE ZERO.
001140 01  WS-MONTO-EDIT                PIC ZZZZZZZ9.99.
001150 01  WS-MONTO-30-EDIT             PIC ZZZZZZ9.99.
001160 01  WS-MONTO-60-EDIT             PIC ZZZZZZ9.99.
001170 01  WS-MONTO-90-EDIT             PIC ZZZZZZ9.99.
001180 01  WS-MONTO-MAS-EDIT            PIC ZZZZZZ9.99.
001190
001200 COPY ERRPARM.
001210
001220 COPY PARMPARM.
001230
001240 COPY APRBPARM.
001250
001260 COPY CADEPARM.
001270
001280 COPY PERMPARM.
001290
001300 LINKAGE SECTION.
001310 COPY LOGPARM.
001320
001330 PROCEDURE DIVISION USING LOGIN-PARM.
001340 0000-MAINLINE.
001350     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001360     PERFORM 2000-PROCESAR-MENU THRU 2000-EXIT
001370         UNTIL FIN-DE-MENU.
001380     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001390     GOBACK.
001400
001410*----------------------------------------------------------*
001420*  1000-INICIALIZAR - Abre el registro (creandolo si no      *
001430*  existe) y el rastro CLIAUDIT; lee el umbral de SYSPARM.   *
001440*----------------------------------------------------------*
001450 1000-INICIALIZAR.
001460     IF LOGIN-CONCEDIDO AND LOGIN-USERNAME NOT = SPACES
001470         MOVE LOGIN-USERNAME TO WS-OPERADOR
001480     ELSE
001490         DISPLAY "DEBE ENTRAR POR EL MENU CON SESION INICIADA"
001500         GOBACK
001510     END-IF.
001520
001530     MOVE LOGIN-USERNAME TO PERMCHK-USERNAME.
001540     MOVE LOGIN-ROL      TO PERMCHK-ROL.
001550     MOVE "DEVMANT"      TO PERMCHK-PROGRAMA.
001560     MOVE SPACES         TO PERMCHK-FUNCION.
001570     SET PERMCHK-NIVEL-ESCRITURA TO TRUE.
001580     CALL "PERMCHK" USING PERMCHK-PARM.
001590     IF NOT PERMCHK-PERMITIDO
001600         DISPLAY "SIN PERMISO PARA DEVMANT"
001610         GOBACK
001620     END-IF.
001630
001640     OPEN I-O DEVOLUCION-FILE.
001650     IF NOT WS-DEV-OK
001660         IF WS-DEV-STATUS = "35"
001670             OPEN OUTPUT DEVOLUCION-FILE
001680             CLOSE DEVOLUCION-FILE
001690             OPEN I-O DEVOLUCION-FILE
001700         END-IF
001710     END-IF
001720     IF NOT WS-DEV-OK
001730         MOVE "DEVMANT"       TO ERRHAND-PROGRAMA
001740         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001750         MOVE WS-DEV-STATUS   TO ERRHAND-FILE-STATUS
001760         SET ERRHAND-FATAL TO TRUE
001770         MOVE "ERROR AL ABRIR DEVOIDX" TO ERRHAND-MENSAJE
001780         CALL "ERRHAND" USING ERRHAND-PARM
001790         STOP RUN
001800     END-IF.
001810
001820*  Aqui solo se comprueba el rastro (y se crea si falta);
001830*  cada renglon lo abre, lo encadena y lo cierra (8900).
001840     OPEN EXTEND AUDIT-FILE.
001850     IF NOT WS-AUD-OK
001860         OPEN OUTPUT AUDIT-FILE
001870     END-IF.
001880     CLOSE AUDIT-FILE.
001890
001900     MOVE "DEVOL-UMBRAL" TO PARMLKP-CLAVE.
001910     CALL "PARMLKP" USING PARMLKP-PARM.
001920     IF PARMLKP-ENCONTRADO
001930        AND PARMLKP-VALOR (1:5) IS NUMERIC
001940         MOVE PARMLKP-VALOR (1:5) TO WS-UMBRAL
001950     END-IF.
001960
001970     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
001980 1000-EXIT.
001990     EXIT.
002000
002010*----------------------------------------------------------*
002020*  2000-PROCESAR-MENU - Menu de saldos a favor               *
002030*----------------------------------------------------------*
002040 2000-PROCESAR-MENU.
002050     DISPLAY " ".
002060     DISPLAY "---- DEVMANT - SALDOS A FAVOR ----".
002070     DISPLAY "1. Listar saldos a favor".
002080     DISPLAY "2. Devolver saldo".
002090     DISPLAY "3. Dejar saldo a cuenta".
002100     DISPLAY "4. Consultar cuenta".
002110     DISPLAY "9. Salir".
002120     DISPLAY "Opcion:".
002130     ACCEPT WS-ENTRADA-OPCION.
002140     MOVE ZERO TO WS-OPCION.
002150     IF WS-ENTRADA-OPCION IS NUMERIC
002160         MOVE WS-ENTRADA-OPCION TO WS-OPCION
002170     END-IF.
002180
002190     EVALUATE WS-OPCION
002200         WHEN 1
002210             PERFORM 7000-LISTAR-SALDOS THRU 7000-EXIT
002220         WHEN 2
002230             PERFORM 3000-DEVOLVER-SALDO THRU 3000-EXIT
002240         WHEN 3
002250             PERFORM 4000-DEJAR-A-CUENTA THRU 4000-EXIT
002260         WHEN 4
002270             PERFORM 5000-CONSULTAR-CUENTA THRU 5000-EXIT
002280         WHEN 9
002290             SET FIN-DE-MENU TO TRUE
002300         WHEN OTHER
002310             DISPLAY "Opcion invalida"
002320     END-EVALUATE.
002330 2000-EXIT.
002340     EXIT.
002350
002360*----------------------------------------------------------*
002370*  3000-DEVOLVER-SALDO - Marca la devolucion de todo o parte *
002380*  del saldo a favor.  Hasta el umbral queda autorizada; por *
002390*  arriba se encola para la segunda firma.  Lo ya encolado o *
002400*  ya generado no se vuelve a decidir.                        *
002410*----------------------------------------------------------*
002420 3000-DEVOLVER-SALDO.
002430     PERFORM 8100-LEER-REGISTRO THRU 8100-EXIT.
002440     IF NOT EXISTE-REGISTRO
002450         GO TO 3000-EXIT
002460     END-IF.
002470     IF DEV-EN-APROBACION OR DEV-GENERADA
002480         DISPLAY "La devolucion ya esta en aprobacion o generada"
002490         GO TO 3000-EXIT
002500     END-IF.
002510
002520     DISPLAY "Monto a devolver (en blanco = todo el saldo):".
002530     MOVE SPACES TO WS-ENTRADA-MONTO.
002540     ACCEPT WS-ENTRADA-MONTO.
002550     IF WS-ENTRADA-MONTO = SPACES
002560         MOVE DEV-MONTO TO WS-MONTO-DEVOLVER
002570     ELSE
002580         IF WS-ENTRADA-MONTO NOT NUMERIC
002590            OR WS-ENTRADA-MONTO-N = ZERO
002600            OR WS-ENTRADA-MONTO-N > DEV-MONTO
002610             DISPLAY "Monto invalido o mayor al saldo a favor"
002620             GO TO 3000-EXIT
002630         END-IF
002640         MOVE WS-ENTRADA-MONTO-N TO WS-MONTO-DEVOLVER
002650     END-IF.
002660
002670     MOVE WS-MONTO-DEVOLVER TO WS-MONTO-EDIT.
002680     DISPLAY "Devolver " WS-MONTO-EDIT " a " DEV-NOMBRE
002690         " (S/N):".
002700     MOVE "N" TO WS-CONFIRMA.
002710     ACCEPT WS-CONFIRMA.
002720     IF NOT CONFIRMA-OPERACION
002730         DISPLAY "Devolucion no registrada"
002740         GO TO 3000-EXIT
002750     END-IF.
002760
002770     MOVE WS-MONTO-DEVOLVER TO DEV-MONTO-DEVOLVER.
002780     MOVE WS-OPERADOR       TO DEV-OPERADOR.
002790     MOVE WS-FECHA-HOY      TO DEV-FEC-DECISION.
002800     MOVE SPACES            TO DEV-AUTORIZO.
002810     MOVE ZERO              TO DEV-APRB-SECUENCIA.
002820     IF WS-MONTO-DEVOLVER > WS-UMBRAL
002830*  Operacion sensible: queda pendiente de la segunda firma.
002840         SET APRBCHK-ANOTAR TO TRUE
002850         MOVE "DEVOLUCION" TO APRBCHK-TIPO
002860         MOVE SPACES TO APRBCHK-CLAVE
002870         MOVE DEV-CLIENTE TO APRBCHK-CLAVE
002880         MOVE WS-MONTO-DEVOLVER TO WS-ENTRADA-MONTO-N
002890         MOVE WS-ENTRADA-MONTO TO APRBCHK-DATO
002900         MOVE WS-OPERADOR TO APRBCHK-SOLICITANTE
002910         CALL "APRBCHK" USING APRBCHK-PARM
002920         IF NOT APRBCHK-OK
002930             DISPLAY "ERROR AL ENCOLAR LA SOLICITUD"
002940             GO TO 3000-EXIT
002950         END-IF
002960         SET DEV-EN-APROBACION TO TRUE
002970         MOVE APRBCHK-SECUENCIA TO DEV-APRB-SECUENCIA
002980         DISPLAY "Devolucion pendiente de aprobacion, "
002990             "solicitud " APRBCHK-SECUENCIA
003000     ELSE
003010         SET DEV-AUTORIZADA TO TRUE
003020         MOVE WS-OPERADOR TO DEV-AUTORIZO
003030         DISPLAY "Devolucion autorizada; la genera el cierre"
003040     END-IF.
003050     REWRITE DEV-REC
003060         INVALID KEY
003070             DISPLAY "ERROR AL REESCRIBIR EL REGISTRO"
003080             GO TO 3000-EXIT
003090     END-REWRITE.
003100     MOVE "DEVOLUCION" TO WS-ULTIMA-OPERACION.
003110     PERFORM 8000-AUDITAR THRU 8000-EXIT.
003120 3000-EXIT.
003130     EXIT.
003140
003150*----------------------------------------------------------*
003160*  4000-DEJAR-A-CUENTA - El saldo queda para el siguiente    *
003170*  cargo; tambien deshace una devolucion autorizada que el   *
003180*  cierre aun no genera.                                      *
003190*----------------------------------------------------------*
003200 4000-DEJAR-A-CUENTA.
003210     PERFORM 8100-LEER-REGISTRO THRU 8100-EXIT.
003220     IF NOT EXISTE-REGISTRO
003230         GO TO 4000-EXIT
003240     END-IF.
003250     IF DEV-EN-APROBACION OR DEV-GENERADA
003260         DISPLAY "La devolucion ya esta en aprobacion o generada"
003270         GO TO 4000-EXIT
003280     END-IF.
003290     IF DEV-A-CUENTA
003300         DISPLAY "El saldo ya esta a cuenta"
003310         GO TO 4000-EXIT
003320     END-IF.
003330     DISPLAY "Dejar el saldo a cuenta del siguiente cargo (S/N):".
003340     MOVE "N" TO WS-CONFIRMA.
003350     ACCEPT WS-CONFIRMA.
003360     IF NOT CONFIRMA-OPERACION
003370         DISPLAY "Decision no registrada"
003380         GO TO 4000-EXIT
003390     END-IF.
003400     SET DEV-A-CUENTA TO TRUE.
003410     MOVE ZERO         TO DEV-MONTO-DEVOLVER.
003420     MOVE ZERO         TO DEV-APRB-SECUENCIA.
003430     MOVE SPACES       TO DEV-AUTORIZO.
003440     MOVE WS-OPERADOR  TO DEV-OPERADOR.
003450     MOVE WS-FECHA-HOY TO DEV-FEC-DECISION.
003460     REWRITE DEV-REC
003470         INVALID KEY
003480             DISPLAY "ERROR AL REESCRIBIR EL REGISTRO"
003490             GO TO 4000-EXIT
003500     END-REWRITE.
003510     DISPLAY "Saldo dejado a cuenta".
003520     MOVE "SALDO-CUENTA" TO WS-ULTIMA-OPERACION.
003530     PERFORM 8000-AUDITAR THRU 8000-EXIT.
003540 4000-EXIT.
003550     EXIT.
003560
003570*----------------------------------------------------------*
003580*  5000-CONSULTAR-CUENTA - Saldo, antiguedad y decision      *
003590*----------------------------------------------------------*
003600 5000-CONSULTAR-CUENTA.
003610     PERFORM 8100-LEER-REGISTRO THRU 8100-EXIT.
003620     IF NOT EXISTE-REGISTRO
003630         GO TO 5000-EXIT
003640     END-IF.
003650     MOVE DEV-MONTO-30  TO WS-MONTO-30-EDIT.
003660     MOVE DEV-MONTO-60  TO WS-MONTO-60-EDIT.
003670     MOVE DEV-MONTO-90  TO WS-MONTO-90-EDIT.
003680     MOVE DEV-MONTO-MAS TO WS-MONTO-MAS-EDIT.
003690     DISPLAY "  0-30 " WS-MONTO-30-EDIT
003700         "  31-60 " WS-MONTO-60-EDIT
003710         "  61-90 " WS-MONTO-90-EDIT "  +90 " WS-MONTO-MAS-EDIT.
003720     DISPLAY "  Detectado " DEV-FEC-DETECCION
003730         " revisado " DEV-FEC-REVISION.
003740     IF DEV-FEC-DECISION NOT = ZERO
003750         MOVE DEV-MONTO-DEVOLVER TO WS-MONTO-EDIT
003760         DISPLAY "  Decidio " DEV-OPERADOR " el " DEV-FEC-DECISION
003770             " devolver " WS-MONTO-EDIT
003780     END-IF.
003790     IF DEV-EN-APROBACION
003800         DISPLAY "  Solicitud de aprobacion " DEV-APRB-SECUENCIA
003810     END-IF.
003820     IF DEV-GENERADA
003830         DISPLAY "  Orden de pago " DEV-ORDEN
003840             " del " DEV-FEC-ORDEN
003850     END-IF.
003860 5000-EXIT.
003870     EXIT.
003880
003890*----------------------------------------------------------*
003900*  7000-LISTAR-SALDOS - Un renglon por cuenta con saldo a    *
003910*  favor registrada por el cierre.                            *
003920*----------------------------------------------------------*
003930 7000-LISTAR-SALDOS.
003940     MOVE LOW-VALUES TO DEV-CLIENTE.
003950     START DEVOLUCION-FILE KEY NOT < DEV-CLIENTE
003960         INVALID KEY
003970             DISPLAY "Sin saldos a favor registrados"
003980             GO TO 7000-EXIT
003990     END-START.
004000     MOVE "N" TO WS-FIN-LISTADO.
004010     PERFORM 7100-LISTAR-UNO THRU 7100-EXIT
004020         UNTIL FIN-DE-LISTADO.
004030 7000-EXIT.
004040     EXIT.
004050
004060 7100-LISTAR-UNO.
004070     READ DEVOLUCION-FILE NEXT RECORD
004080         AT END
004090             SET FIN-DE-LISTADO TO TRUE
004100             GO TO 7100-EXIT
004110     END-READ.
004120     MOVE DEV-MONTO TO WS-MONTO-EDIT.
004130     DISPLAY DEV-CLIENTE " " DEV-NOMBRE " " WS-MONTO-EDIT
004140         " MAS DE 90=" DEV-MONTO-MAS " ESTADO=" DEV-ESTADO.
004150 7100-EXIT.
004160     EXIT.
004170
004180*----------------------------------------------------------*
004190*  8000-AUDITAR - Escribe una linea en el rastro CLIAUDIT    *
004200*----------------------------------------------------------*
004210 8000-AUDITAR.
004220     INITIALIZE AUDIT-REC.
004230     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
004240     ACCEPT AUD-HORA FROM TIME.
004250     MOVE WS-OPERADOR TO AUD-OPERADOR.
004260     MOVE DEV-NOMBRE TO AUD-CLIENTE.
004270     MOVE WS-ULTIMA-OPERACION TO AUD-OPERACION.
004280     PERFORM 8900-GRABAR-AUDITORIA THRU 8900-EXIT.
004290 8000-EXIT.
004300     EXIT.
004310
004320*----------------------------------------------------------*
004330*  8100-LEER-REGISTRO - Pide el cliente y lee su saldo a     *
004340*  favor en DEVOIDX                                           *
004350*----------------------------------------------------------*
004360 8100-LEER-REGISTRO.
004370     MOVE "N" TO WS-EXISTE-REGISTRO.
004380     DISPLAY "Numero de cliente:".
004390     MOVE SPACES TO WS-ENTRADA-NUMERO.
004400     ACCEPT WS-ENTRADA-NUMERO.
004410     MOVE WS-ENTRADA-NUMERO TO DEV-CLIENTE.
004420     READ DEVOLUCION-FILE
004430         INVALID KEY
004440             DISPLAY "El cliente no tiene saldo a favor "
004450                 "registrado"
004460             GO TO 8100-EXIT
004470     END-READ.
004480     SET EXISTE-REGISTRO TO TRUE.
004490     MOVE DEV-MONTO TO WS-MONTO-EDIT.
004500     DISPLAY "Cliente: " DEV-NOMBRE " saldo a favor "
004510         WS-MONTO-EDIT
004520         " estado " DEV-ESTADO.
004530 8100-EXIT.
004540     EXIT.
004550
004560*----------------------------------------------------------*
004570*  8900-GRABAR-AUDITORIA - Numera y encadena el renglon      *
004580*  (rutina AUDCADEN) y lo graba en CLIAUDIT.                 *
004590*----------------------------------------------------------*
004600 8900-GRABAR-AUDITORIA.
004610*  El ultimo eslabon se toma del rastro al momento de grabar
004620*  (otra terminal pudo haber grabado despues); el renglon ya
004630*  armado se guarda mientras se abre el rastro.
004640     MOVE AUDIT-REC TO AUDCADEN-RENGLON.
004650     MOVE "CLIAUDIT" TO AUDCADEN-ARCHIVO.
004660     MOVE 164 TO AUDCADEN-POSICION.
004670     SET AUDCADEN-ULTIMO TO TRUE.
004680     CALL "AUDCADEN" USING AUDCADEN-PARM.
004690     OPEN EXTEND AUDIT-FILE.
004700     IF NOT WS-AUD-OK
004710         OPEN OUTPUT AUDIT-FILE
004720     END-IF.
004730     IF NOT WS-AUD-OK
004740         MOVE "DEVMANT"        TO ERRHAND-PROGRAMA
004750         MOVE "8900-GRABAR-AUDIT" TO ERRHAND-PARRAFO
004760         MOVE WS-AUD-STATUS    TO ERRHAND-FILE-STATUS
004770         SET ERRHAND-ADVERTENCIA TO TRUE
004780         MOVE "ERROR AL ABRIR CLIAUDIT" TO ERRHAND-MENSAJE
004790         CALL "ERRHAND" USING ERRHAND-PARM
004800         GO TO 8900-EXIT
004810     END-IF.
004820     MOVE AUDCADEN-RENGLON TO AUDIT-REC.
004830     ADD 1 TO AUDCADEN-SECUENCIA.
004840     MOVE AUDCADEN-SECUENCIA TO AUD-SECUENCIA.
004850     MOVE AUDIT-REC TO AUDCADEN-RENGLON.
004860     SET AUDCADEN-ENCADENAR TO TRUE.
004870     CALL "AUDCADEN" USING AUDCADEN-PARM.
004880     MOVE AUDCADEN-CADENA TO AUD-CADENA.
004890     WRITE AUDIT-REC.
004900     CLOSE AUDIT-FILE.
004910 8900-EXIT.
004920     EXIT.
004930
004940*----------------------------------------------------------*
004950*  9000-FINALIZAR - Cierra archivos                          *
004960*----------------------------------------------------------*
004970 9000-FINALIZAR.
004980     CLOSE DEVOLUCION-FILE.
004990 9000-EXIT.
005000     EXIT.

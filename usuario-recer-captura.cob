000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  RECECAPT                                     *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Captura de la recertificacion trimestral de accesos: el   *
000090*  jefe (con su propia sesion) recorre las cuentas que       *
000100*  firma en RECERIDX y contesta cada una: C = sigue siendo   *
000110*  necesaria, N = ya no lo es.  Lo que quede sin confirmar   *
000120*  a la fecha limite lo desactiva USRRECVE.  Con alcance T   *
000130*  (PERMCHK) se contesta por cualquier jefe; la funcion      *
000140*  ASIGNA asigna el departamento y el jefe de cada cuenta.   *
000150*  Nadie recertifica su propia cuenta.  Cada respuesta y     *
000160*  cada asignacion queda en LOGAUDIT.                        *
000170*----------------------------------------------------------*
000180*  MODIFICATIONS.
000190*  2026-10-15 JFV  Creacion inicial.
000200*  2026-10-15 JFV  Verifica al entrar el permiso por funcion
000210*                  (rutina PERMCHK, archivo PERMIDX); alcance
000220*                  T para ver todas las cuentas, funcion
000230*                  CONTESTA para contestar y ver el avance y
000240*                  funcion ASIGNA para asignar jefes.
000250*  2026-10-15 JFV  El eslabon de AUDCADEN se toma al grabar
000260*                  cada renglon; el rastro se abre y cierra por
000270*                  renglon para no encadenar contra un eslabon
000280*                  viejo si otra sesion grabo en medio.
000290*----------------------------------------------------------*
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. RECECAPT.
000320 AUTHOR. J. FIGUEROA VEGA.
000330 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000340 DATE-WRITTEN. 2026-10-15.
000350 DATE-COMPILED.
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT RECER-FILE ASSIGN TO "RECERIDX"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS RECER-USERNAME
000440         FILE STATUS IS WS-REC-STATUS.
000450
000460     SELECT USUARIO-FILE ASSIGN TO "LOGINUSR"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS USUARIO-USERNAME
000500         FILE STATUS IS WS-USR-STATUS.
000510
000520     SELECT AUDITORIA-FILE ASSIGN TO "LOGAUDIT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-AUD-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  RECER-FILE.
000590     COPY RECEREC.
000600
000610 FD  USUARIO-FILE.
000620     COPY USRREC.
000630
000640 FD  AUDITORIA-FILE.
000650 01  AUD-REC.
000660     05  AUD-FECHA                PIC 9(08).
000670     05  FILLER                  PIC X(01) VALUE SPACE.
000680     05  AUD-HORA                 PIC 9(06).
000690     05  FILLER                  PIC X(01) VALUE SPACE.
000700     05  AUD-USERNAME             PIC X(20).
000710     05  FILLER                  PIC X(01) VALUE SPACE.
000720     05  AUD-RESULTADO            PIC X(10).
000730     05  FILLER                  PIC X(01) VALUE SPACE.
000740     05  AUD-DETALLE              PIC X(20).
000750     05  FILLER                  PIC X(01) VALUE SPACE.
000760     05  AUD-SECUENCIA            PIC 9(09).
000770     05  FILLER                  PIC X(01) VALUE SPACE.
000780     05  AUD-CADENA               PIC X(20).
000790
000800 WORKING-STORAGE SECTION.
000810 01  WS-REC-STATUS                PIC X(02).
000820     88  WS-REC-OK                        VALUE "00".
000830     88  WS-REC-FIN-ARCHIVO               VALUE "10".
000840
000850 01  WS-USR-STATUS                PIC X(02).
000860     88  WS-USR-OK                        VALUE "00".
000870
000880 01  WS-AUD-STATUS                PIC X(02).
000890     88  WS-AUD-OK                        VALUE "00".
000900
000910 01  WS-SWITCHES.
000920     05  WS-OPCION                PIC 9(01) VALUE ZERO.
000930     05  WS-FIN-MENU              PIC X(01) VALUE "N".
000940         88  FIN-DE-MENU                  VALUE "S".
000950     05  WS-FIN-RECORRIDO         PIC X(01) VALUE "N".
000960         88  FIN-DE-RECORRIDO             VALUE "S".
000970     05  WS-PUEDE-CONTESTAR       PIC X(01) VALUE "N".
000980         88  PUEDE-CONTESTAR              VALUE "S".
000990     05  WS-VE-TODAS              PIC X(01) VALUE "N".
001000         88  VE-TODAS-LAS-CUENTAS         VALUE "S".
001010     05  WS-PUEDE-ASIGNAR         PIC X(01) VALUE "N".
001020         88  PUEDE-ASIGNAR-JEFE           VALUE "S".
001030
001040 01  WS-ENTRADA-OPCION            PIC X(01).
001050 01  WS-ENTRADA-RESPUESTA         PIC X(01).
001060 01  WS-ENTRADA-CUENTA            PIC X(20).
001070 01  WS-ENTRADA-DEPTO             PIC X(20).
001080 01  WS-ENTRADA-JEFE              PIC X(20).
001090
001100 01  WS-OPERADOR                  PIC X(20).
001110 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
001120 01  WS-ROL-CUENTA                PIC X(01).
001130
001140 01  WS-CONTADORES.
001150     05  WS-TOT-LISTADAS          PIC 9(05) COMP VALUE ZERO.
001160     05  WS-TOT-PENDIENTES        PIC 9(05) COMP VALUE ZERO.
001170     05  WS-TOT-CONTESTADAS       PIC 9(05) COMP VALUE ZERO.
001180
001190 COPY ERRPARM.
001200
001210 COPY CADEPARM.
001220
001230 COPY PERMPARM.
001240
001250 LINKAGE SECTION.
001260 COPY LOGPARM.
001270
001280 PROCEDURE DIVISION USING LOGIN-PARM.
001290 0000-MAINLINE.
001300     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001310     MOVE "N" TO WS-FIN-MENU.
001320     PERFORM 2000-PROCESAR-MENU THRU 2000-EXIT
001330         UNTIL FIN-DE-MENU.
001340     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001350     GOBACK.
001360
001370*----------------------------------------------------------*
001380*  1000-INICIALIZAR - Sesion, RECERIDX, LOGINUSR y la        *
001390*  bitacora de seguridad.                                    *
001400*----------------------------------------------------------*
001410 1000-INICIALIZAR.
001420     IF LOGIN-CONCEDIDO AND LOGIN-USERNAME NOT = SPACES
001430         MOVE LOGIN-USERNAME TO WS-OPERADOR
001440     ELSE
001450         DISPLAY "DEBE ENTRAR POR EL MENU CON SESION INICIADA"
001460         GOBACK
001470     END-IF.
001480
001490     MOVE LOGIN-USERNAME TO PERMCHK-USERNAME.
001500     MOVE LOGIN-ROL      TO PERMCHK-ROL.
001510     MOVE "RECECAPT"     TO PERMCHK-PROGRAMA.
001520     MOVE SPACES         TO PERMCHK-FUNCION.
001530     SET PERMCHK-NIVEL-ESCRITURA TO TRUE.
001540     CALL "PERMCHK" USING PERMCHK-PARM.
001550     IF NOT PERMCHK-PERMITIDO
001560         DISPLAY "SIN PERMISO PARA RECECAPT"
001570         GOBACK
001580     END-IF.
001590     MOVE "CONTESTA"     TO PERMCHK-FUNCION.
001600     SET PERMCHK-NIVEL-ESCRITURA TO TRUE.
001610     CALL "PERMCHK" USING PERMCHK-PARM.
001620     MOVE "N" TO WS-PUEDE-CONTESTAR.
001630     MOVE "N" TO WS-VE-TODAS.
001640     IF PERMCHK-PERMITIDO
001650         SET PUEDE-CONTESTAR TO TRUE
001660         IF PERMCHK-ALCANCE-TODO
001670             SET VE-TODAS-LAS-CUENTAS TO TRUE
001680         END-IF
001690     END-IF.
001700     MOVE "ASIGNA"       TO PERMCHK-FUNCION.
001710     SET PERMCHK-NIVEL-ADMIN TO TRUE.
001720     CALL "PERMCHK" USING PERMCHK-PARM.
001730     MOVE "N" TO WS-PUEDE-ASIGNAR.
001740     IF PERMCHK-PERMITIDO
001750         SET PUEDE-ASIGNAR-JEFE TO TRUE
001760     END-IF.
001770     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
001780
001790     OPEN I-O RECER-FILE.
001800     IF NOT WS-REC-OK
001810         MOVE "RECECAPT"      TO ERRHAND-PROGRAMA
001820         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001830         MOVE WS-REC-STATUS   TO ERRHAND-FILE-STATUS
001840         SET ERRHAND-ADVERTENCIA TO TRUE
001850         MOVE "SIN RECERIDX: AUN NO CORRE USRRECER"
001860             TO ERRHAND-MENSAJE
001870         CALL "ERRHAND" USING ERRHAND-PARM
001880         DISPLAY "NO HAY RECERTIFICACION ABIERTA"
001890         GOBACK
001900     END-IF.
001910
001920     OPEN INPUT USUARIO-FILE.
001930     IF NOT WS-USR-OK
001940         MOVE "RECECAPT"      TO ERRHAND-PROGRAMA
001950         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001960         MOVE WS-USR-STATUS   TO ERRHAND-FILE-STATUS
001970         SET ERRHAND-FATAL TO TRUE
001980         MOVE "ERROR AL ABRIR LOGINUSR" TO ERRHAND-MENSAJE
001990         CALL "ERRHAND" USING ERRHAND-PARM
002000         CLOSE RECER-FILE
002010         GOBACK
002020     END-IF.
002030
002040*  Aqui solo se comprueba el rastro (y se crea si falta);
002050*  cada renglon lo abre, lo encadena y lo cierra (8800).
002060     OPEN EXTEND AUDITORIA-FILE.
002070     IF NOT WS-AUD-OK
002080         OPEN OUTPUT AUDITORIA-FILE
002090     END-IF.
002100     CLOSE AUDITORIA-FILE.
002110 1000-EXIT.
002120     EXIT.
002130
002140*----------------------------------------------------------*
002150*  2000-PROCESAR-MENU - Menu de la recertificacion           *
002160*----------------------------------------------------------*
002170 2000-PROCESAR-MENU.
002180     DISPLAY " ".
002190     DISPLAY "---- RECECAPT - RECERTIFICACION DE ACCESOS ----".
002200     IF PUEDE-CONTESTAR
002210         DISPLAY "1. Contestar cuentas pendientes"
002220         DISPLAY "2. Ver el avance de mis cuentas"
002230     END-IF.
002240     IF PUEDE-ASIGNAR-JEFE
002250         DISPLAY "3. Asignar departamento y jefe a una cuenta"
002260     END-IF.
002270     DISPLAY "9. Salir".
002280     DISPLAY "Opcion:".
002290     ACCEPT WS-ENTRADA-OPCION.
002300     MOVE ZERO TO WS-OPCION.
002310     IF WS-ENTRADA-OPCION IS NUMERIC
002320         MOVE WS-ENTRADA-OPCION TO WS-OPCION
002330     END-IF.
002340
002350     EVALUATE WS-OPCION
002360         WHEN 1
002370             IF NOT PUEDE-CONTESTAR
002380                 DISPLAY "No tiene permiso para esta opcion"
002390                 GO TO 2000-EXIT
002400             END-IF
002410             PERFORM 3000-CONTESTAR-PENDIENTES THRU 3000-EXIT
002420         WHEN 2
002430             IF NOT PUEDE-CONTESTAR
002440                 DISPLAY "No tiene permiso para esta opcion"
002450                 GO TO 2000-EXIT
002460             END-IF
002470             PERFORM 4000-VER-AVANCE THRU 4000-EXIT
002480         WHEN 3
002490             IF PUEDE-ASIGNAR-JEFE
002500                 PERFORM 5000-ASIGNAR-JEFE THRU 5000-EXIT
002510             ELSE
002520                 DISPLAY "No tiene permiso para asignar "
002530                    "jefes"
002540             END-IF
002550         WHEN 9
002560             SET FIN-DE-MENU TO TRUE
002570         WHEN OTHER
002580             DISPLAY "Opcion invalida"
002590     END-EVALUATE.
002600 2000-EXIT.
002610     EXIT.
002620
002630*----------------------------------------------------------*
002640*  3000-CONTESTAR-PENDIENTES - Recorre las cuentas           *
002650*  pendientes que firma el operador (con alcance T las       *
002660*  ve todas) y pide la respuesta de cada una.                *
002670*----------------------------------------------------------*
002680 3000-CONTESTAR-PENDIENTES.
002690     MOVE ZERO TO WS-TOT-PENDIENTES.
002700     MOVE ZERO TO WS-TOT-CONTESTADAS.
002710     PERFORM 8000-INICIAR-RECORRIDO THRU 8000-EXIT.
002720     PERFORM 3100-CONTESTAR-CUENTA THRU 3100-EXIT
002730         UNTIL FIN-DE-RECORRIDO.
002740     DISPLAY "PENDIENTES VISTAS: " WS-TOT-PENDIENTES
002750         "  CONTESTADAS: " WS-TOT-CONTESTADAS.
002760 3000-EXIT.
002770     EXIT.
002780
002790 3100-CONTESTAR-CUENTA.
002800     PERFORM 8100-SIGUIENTE-CUENTA THRU 8100-EXIT.
002810     IF FIN-DE-RECORRIDO
002820         GO TO 3100-EXIT
002830     END-IF.
002840     IF NOT RECER-PENDIENTE
002850         GO TO 3100-EXIT
002860     END-IF.
002870     IF RECER-USERNAME = WS-OPERADOR
002880         DISPLAY RECER-USERNAME
002890             " - su propia cuenta la recertifica otro jefe"
002900         GO TO 3100-EXIT
002910     END-IF.
002920     ADD 1 TO WS-TOT-PENDIENTES.
002930     IF RECER-FEC-LIMITE < WS-FECHA-HOY
002940         DISPLAY RECER-USERNAME " - plazo vencido el "
002950             RECER-FEC-LIMITE
002960         GO TO 3100-EXIT
002970     END-IF.
002980
002990     PERFORM 8200-LEER-ROL THRU 8200-EXIT.
003000     DISPLAY " ".
003010     DISPLAY "CUENTA: " RECER-USERNAME "  ROL: " WS-ROL-CUENTA
003020         "  DEPTO: " RECER-DEPTO.
003030     DISPLAY "JEFE:   " RECER-JEFE "  LIMITE: " RECER-FEC-LIMITE.
003040     DISPLAY "C=sigue siendo necesaria  N=ya no es necesaria".
003050     DISPLAY "(en blanco = despues, F = terminar):".
003060     MOVE SPACE TO WS-ENTRADA-RESPUESTA.
003070     ACCEPT WS-ENTRADA-RESPUESTA.
003080     EVALUATE WS-ENTRADA-RESPUESTA
003090         WHEN "C"
003100             SET RECER-CONFIRMADA TO TRUE
003110             MOVE "RECER-CONF" TO AUD-RESULTADO
003120         WHEN "N"
003130             SET RECER-NO-REQUERIDA TO TRUE
003140             MOVE "RECER-NREQ" TO AUD-RESULTADO
003150         WHEN "F"
003160             SET FIN-DE-RECORRIDO TO TRUE
003170             GO TO 3100-EXIT
003180         WHEN OTHER
003190             GO TO 3100-EXIT
003200     END-EVALUATE.
003210     MOVE WS-FECHA-HOY TO RECER-FEC-RESPUESTA.
003220     MOVE WS-OPERADOR  TO RECER-RESPONDIO.
003230     REWRITE RECER-REC
003240         INVALID KEY
003250             DISPLAY "ERROR AL GRABAR LA RESPUESTA"
003260             GO TO 3100-EXIT
003270     END-REWRITE.
003280     ADD 1 TO WS-TOT-CONTESTADAS.
003290     MOVE RECER-USERNAME TO AUD-DETALLE.
003300     PERFORM 8800-AUDITAR THRU 8800-EXIT.
003310 3100-EXIT.
003320     EXIT.
003330
003340*----------------------------------------------------------*
003350*  4000-VER-AVANCE - Estado de cada cuenta que firma el      *
003360*  operador (todas, con alcance T).                          *
003370*----------------------------------------------------------*
003380 4000-VER-AVANCE.
003390     MOVE ZERO TO WS-TOT-LISTADAS.
003400     PERFORM 8000-INICIAR-RECORRIDO THRU 8000-EXIT.
003410     DISPLAY "CUENTA               JEFE                 "
003420         "TRIM. E LIMITE   RESPONDIO".
003430     PERFORM 4100-MOSTRAR-CUENTA THRU 4100-EXIT
003440         UNTIL FIN-DE-RECORRIDO.
003450     DISPLAY "CUENTAS: " WS-TOT-LISTADAS.
003460     DISPLAY "E: P=pendiente C=confirmada N=no requerida "
003470         "D=desactivada".
003480 4000-EXIT.
003490     EXIT.
003500
003510 4100-MOSTRAR-CUENTA.
003520     PERFORM 8100-SIGUIENTE-CUENTA THRU 8100-EXIT.
003530     IF FIN-DE-RECORRIDO
003540         GO TO 4100-EXIT
003550     END-IF.
003560     ADD 1 TO WS-TOT-LISTADAS.
003570     DISPLAY RECER-USERNAME " " RECER-JEFE " "
003580         RECER-TRIMESTRE " " RECER-ESTADO " " RECER-FEC-LIMITE
003590         " " RECER-RESPONDIO.
003600 4100-EXIT.
003610     EXIT.
003620
003630*----------------------------------------------------------*
003640*  5000-ASIGNAR-JEFE - Departamento y jefe que firma una     *
003650*  cuenta.  El jefe debe ser una cuenta activa distinta.     *
003660*----------------------------------------------------------*
003670 5000-ASIGNAR-JEFE.
003680     DISPLAY "Cuenta:".
003690     MOVE SPACES TO WS-ENTRADA-CUENTA.
003700     ACCEPT WS-ENTRADA-CUENTA.
003710     MOVE WS-ENTRADA-CUENTA TO USUARIO-USERNAME.
003720     READ USUARIO-FILE
003730         INVALID KEY
003740             DISPLAY "Cuenta no existe en LOGINUSR"
003750             GO TO 5000-EXIT
003760     END-READ.
003770
003780     DISPLAY "Departamento:".
003790     MOVE SPACES TO WS-ENTRADA-DEPTO.
003800     ACCEPT WS-ENTRADA-DEPTO.
003810     IF WS-ENTRADA-DEPTO = SPACES
003820         DISPLAY "El departamento es obligatorio"
003830         GO TO 5000-EXIT
003840     END-IF.
003850     DISPLAY "Jefe que firma (cuenta):".
003860     MOVE SPACES TO WS-ENTRADA-JEFE.
003870     ACCEPT WS-ENTRADA-JEFE.
003880     IF WS-ENTRADA-JEFE = WS-ENTRADA-CUENTA
003890         DISPLAY "Una cuenta no puede firmarse a si misma"
003900         GO TO 5000-EXIT
003910     END-IF.
003920     MOVE WS-ENTRADA-JEFE TO USUARIO-USERNAME.
003930     READ USUARIO-FILE
003940         INVALID KEY
003950             DISPLAY "El jefe no existe en LOGINUSR"
003960             GO TO 5000-EXIT
003970     END-READ.
003980     IF NOT USUARIO-ACTIVO
003990         DISPLAY "La cuenta del jefe no esta activa"
004000         GO TO 5000-EXIT
004010     END-IF.
004020
004030     MOVE WS-ENTRADA-CUENTA TO RECER-USERNAME.
004040     READ RECER-FILE
004050         INVALID KEY
004060             MOVE ZERO   TO RECER-TRIMESTRE
004070             MOVE SPACES TO RECER-ESTADO
004080             MOVE ZERO   TO RECER-FEC-LIMITE
004090             MOVE ZERO   TO RECER-FEC-RESPUESTA
004100             MOVE SPACES TO RECER-RESPONDIO
004110             MOVE WS-ENTRADA-DEPTO TO RECER-DEPTO
004120             MOVE WS-ENTRADA-JEFE  TO RECER-JEFE
004130             WRITE RECER-REC
004140                 INVALID KEY
004150                     DISPLAY "ERROR AL GRABAR RECERIDX"
004160                     GO TO 5000-EXIT
004170             END-WRITE
004180             GO TO 5010-AUDITAR
004190     END-READ.
004200     MOVE WS-ENTRADA-DEPTO TO RECER-DEPTO.
004210     MOVE WS-ENTRADA-JEFE  TO RECER-JEFE.
004220     REWRITE RECER-REC
004230         INVALID KEY
004240             DISPLAY "ERROR AL GRABAR RECERIDX"
004250             GO TO 5000-EXIT
004260     END-REWRITE.
004270 5010-AUDITAR.
004280     DISPLAY "Cuenta " WS-ENTRADA-CUENTA " firmada por "
004290         WS-ENTRADA-JEFE.
004300     MOVE "RECER-JEFE" TO AUD-RESULTADO.
004310     MOVE WS-ENTRADA-CUENTA TO AUD-DETALLE.
004320     PERFORM 8800-AUDITAR THRU 8800-EXIT.
004330 5000-EXIT.
004340     EXIT.
004350
004360*----------------------------------------------------------*
004370*  8000-INICIAR-RECORRIDO / 8100-SIGUIENTE-CUENTA - Lectura  *
004380*  de RECERIDX en orden de cuenta, solo las que firma el     *
004390*  operador; con alcance T se recorren todas.                *
004400*----------------------------------------------------------*
004410 8000-INICIAR-RECORRIDO.
004420     MOVE "N" TO WS-FIN-RECORRIDO.
004430     MOVE LOW-VALUES TO RECER-USERNAME.
004440     START RECER-FILE KEY NOT < RECER-USERNAME
004450         INVALID KEY
004460             SET FIN-DE-RECORRIDO TO TRUE
004470     END-START.
004480 8000-EXIT.
004490     EXIT.
004500
004510 8100-SIGUIENTE-CUENTA.
004520     READ RECER-FILE NEXT RECORD
004530         AT END
004540             SET FIN-DE-RECORRIDO TO TRUE
004550             GO TO 8100-EXIT
004560     END-READ.
004570     IF RECER-JEFE NOT = WS-OPERADOR
004580        AND NOT VE-TODAS-LAS-CUENTAS
004590         GO TO 8100-SIGUIENTE-CUENTA
004600     END-IF.
004610 8100-EXIT.
004620     EXIT.
004630
004640 8200-LEER-ROL.
004650     MOVE "?" TO WS-ROL-CUENTA.
004660     MOVE RECER-USERNAME TO USUARIO-USERNAME.
004670     READ USUARIO-FILE
004680         INVALID KEY
004690             CONTINUE
004700         NOT INVALID KEY
004710             MOVE USUARIO-ROL TO WS-ROL-CUENTA
004720     END-READ.
004730 8200-EXIT.
004740     EXIT.
004750
004760*----------------------------------------------------------*
004770*  8800-AUDITAR - Renglon en LOGAUDIT a nombre del operador, *
004780*  con la cuenta en el detalle, numerado y encadenado        *
004790*  (rutina AUDCADEN).                                        *
004800*----------------------------------------------------------*
004810 8800-AUDITAR.
004820*  El ultimo eslabon se toma del rastro al momento de grabar
004830*  (otra terminal pudo haber grabado despues); el renglon ya
004840*  armado se guarda mientras se abre el rastro.
004850     MOVE AUD-REC TO AUDCADEN-RENGLON.
004860     MOVE "LOGAUDIT" TO AUDCADEN-ARCHIVO.
004870     MOVE 69 TO AUDCADEN-POSICION.
004880     SET AUDCADEN-ULTIMO TO TRUE.
004890     CALL "AUDCADEN" USING AUDCADEN-PARM.
004900     OPEN EXTEND AUDITORIA-FILE.
004910     IF NOT WS-AUD-OK
004920         OPEN OUTPUT AUDITORIA-FILE
004930     END-IF.
004940     IF NOT WS-AUD-OK
004950         MOVE "RECECAPT"       TO ERRHAND-PROGRAMA
004960         MOVE "8800-AUDITAR" TO ERRHAND-PARRAFO
004970         MOVE WS-AUD-STATUS    TO ERRHAND-FILE-STATUS
004980         SET ERRHAND-ADVERTENCIA TO TRUE
004990         MOVE "ERROR AL ABRIR LOGAUDIT" TO ERRHAND-MENSAJE
005000         CALL "ERRHAND" USING ERRHAND-PARM
005010         GO TO 8800-EXIT
005020     END-IF.
005030     MOVE AUDCADEN-RENGLON TO AUD-REC.
005040     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
005050     ACCEPT AUD-HORA FROM TIME.
005060     MOVE WS-OPERADOR TO AUD-USERNAME.
005070     ADD 1 TO AUDCADEN-SECUENCIA.
005080     MOVE AUDCADEN-SECUENCIA TO AUD-SECUENCIA.
005090     MOVE AUD-REC TO AUDCADEN-RENGLON.
005100     SET AUDCADEN-ENCADENAR TO TRUE.
005110     CALL "AUDCADEN" USING AUDCADEN-PARM.
005120     MOVE AUDCADEN-CADENA TO AUD-CADENA.
005130     WRITE AUD-REC.
005140     CLOSE AUDITORIA-FILE.
005150 8800-EXIT.
005160     EXIT.
005170
005180*----------------------------------------------------------*
005190*  9000-FINALIZAR - Cierra archivos                          *
005200*----------------------------------------------------------*
005210 9000-FINALIZAR.
005220     CLOSE RECER-FILE.
005230     CLOSE USUARIO-FILE.
005240 9000-EXIT.
005250     EXIT.

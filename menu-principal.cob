000070*----------------------------------------------------------*
000080*  Menu principal del turno: punto de entrada unico de toda  *
000090*  la suite interactiva.  Solo se muestran las opciones que  *
000100*  concede la tabla de permisos PERMIDX (rutina PERMCHK,     *
000110*  por cuenta, grupo o rol; ver catalogo MENUOPC) y          *
000120*  al entrar se presenta un panel de estado con el punto de  *
000130*  control pendiente de una carga interrumpida (CARGACKP) y  *
000140*  los ultimos renglones de la bitacora de errores ERRLOG.   *
000266*                  corrida y RC por programa batch (control
000267*                  RUNCTL de la guardia RUNGUARD), ademas
000268*                  del punto de control CARGACKP.
000268*  2026-10-15 JFV  CONVMANT (convenios de pago, con
000268*                  LOGIN-PARM) en el bloque de mantenimiento.
000268*  2026-10-15 JFV  DEVMANT (saldos a favor: devolver o dejar
000268*                  a cuenta) en el bloque de mantenimiento.
000268*  2026-10-15 JFV  DOMIMANT (domiciliacion bancaria de las
000268*                  colegiaturas) en el bloque de mantenimiento.
000268*  2026-10-15 JFV  EXTRCAPT (examenes extraordinarios:
000268*                  inscripcion con cuota y captura del
000268*                  resultado, con LOGIN-PARM) en el bloque de
000268*                  mantenimiento.
000268*  2026-10-15 JFV  ESCAMANT (escala de calificacion por nivel,
000268*                  con LOGIN-PARM) en el bloque de
000268*                  mantenimiento.
000268*  2026-10-15 JFV  EXAMMANT (calendario de examenes, con
000268*                  LOGIN-PARM) en el bloque de mantenimiento.
000268*  2026-10-15 JFV  Sesion registrada en SESIONIDX (rutina
000268*                  SESMGR): cada opcion la refresca; vencida
000268*                  por inactividad (SESION-INACTIVA) o
000268*                  cerrada desde otra terminal obliga a
000268*                  entrar de nuevo.  Al salir se cierra.
000268*                  Eventos SES-* en LOGAUDIT.  SESCONS
000268*                  (sesiones abiertas) en el bloque de admin.
000268*  2026-10-15 JFV  RECECAPT (recertificacion trimestral de
000268*                  accesos: respuesta de los jefes).
000268*  2026-10-15 JFV  Opciones segun permisos por funcion
000268*                  (PERMCHK sobre PERMIDX) en lugar de los
000268*                  tres roles fijos: el menu sale del
000268*                  catalogo MENUOPC y solo muestra lo
000268*                  concedido.  Los programas de
000268*                  mantenimiento reciben LOGIN-PARM y
000268*                  verifican de nuevo el permiso.
000268*  2026-10-15 JFV  INCIMANT (incidentes disciplinarios) e
000268*                  INCIREPT (reporte mensual de incidentes).
000268*  2026-10-15 JFV  ADMICAPT y ADMIDECI (solicitudes y decision
000268*                  de admision) y ADMIREPT (embudo).
000268*  2026-10-15 JFV  EVENMANT (eventos, salidas y permisos),
000268*                  EVENLIST (lista de la salida) y EVENCOBR
000268*                  (cobranza de eventos).
000268*  2026-10-15 JFV  ENFEMANT (visitas a la enfermeria) y
000268*                  ENFEREPT (resumen mensual de visitas).
000268*  2026-10-15 JFV  LOGIN-TERMINAL en blanco al arrancar: el
000268*                  menu no conoce la terminal y LOGIN la
000268*                  registra como CONSOLA.
000269*----------------------------------------------------------*
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. MENUPRIN.
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-ERR-STATUS.
000440
000442     SELECT AUDITORIA-FILE ASSIGN TO "LOGAUDIT"
000444         ORGANIZATION IS LINE SEQUENTIAL
000446         FILE STATUS IS WS-AUD-STATUS.
000448
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  CHECKPOINT-FILE.
000550 FD  ERROR-FILE.
000560 01  ERROR-REC                       PIC X(100).
000570
000570 FD  AUDITORIA-FILE.
000571 01  AUD-REC.
000571     05  AUD-FECHA                PIC 9(08).
000572     05  FILLER                  PIC X(01) VALUE SPACE.
000572     05  AUD-HORA                 PIC 9(06).
000573     05  FILLER                  PIC X(01) VALUE SPACE.
000573     05  AUD-USERNAME             PIC X(20).
000574     05  FILLER                  PIC X(01) VALUE SPACE.
000575     05  AUD-RESULTADO            PIC X(10).
000575     05  FILLER                  PIC X(01) VALUE SPACE.
000576     05  AUD-DETALLE              PIC X(20).
000576     05  FILLER                  PIC X(01) VALUE SPACE.
000577     05  AUD-SECUENCIA            PIC 9(09).
000577     05  FILLER                  PIC X(01) VALUE SPACE.
000578     05  AUD-CADENA               PIC X(20).
000579
000580 WORKING-STORAGE SECTION.
000590 01  WS-CKP-STATUS                PIC X(02).
000600     88  WS-CKP-OK                        VALUE "00".
000630     88  WS-ERR-OK                        VALUE "00".
000640     88  WS-ERR-FIN-ARCHIVO               VALUE "10".
000650
000652 01  WS-AUD-STATUS                PIC X(02).
000654     88  WS-AUD-OK                        VALUE "00".
000656
000660 01  WS-SWITCHES.
000670     05  WS-OPCION                 PIC 9(02) VALUE ZERO.
000680     05  WS-FIN-MENU               PIC X(01) VALUE "N".
000690         88  FIN-DE-MENU                   VALUE "S".
000693     05  WS-SESION-VALIDA          PIC X(01) VALUE "N".
000696         88  SESION-VALIDA                 VALUE "S".
000700
000710 01  WS-ENTRADA-OPCION             PIC X(02).
000720
000760     05  WS-ERR-LINEA             PIC X(100) OCCURS 5 TIMES.
000770 01  WS-IDX-ERR                   PIC 9(02) COMP.
000780
000780*  Opciones concedidas a la cuenta (paralela a MENUOPC),
000781*  calculada al iniciar sesion.
000782 01  WS-TABLA-PERMISOS.
000783     05  WS-OPC-PERMISO           PIC X(01) OCCURS 44 TIMES.
000784         88  OPC-CONCEDIDA                VALUE "S".
000785 01  WS-IDX-PERM                  PIC 9(02) COMP.
000786 01  WS-OPC-EDIT                  PIC Z9.
000787 01  WS-OPCION-OK                 PIC X(01) VALUE "N".
000788     88  OPCION-PERMITIDA                 VALUE "S".
000789
000790 COPY LOGPARM.
000790
000791 COPY SESPARM.
000792
000793 COPY CADEPARM.
000794
000795 COPY ERRPARM.
000796
000797 COPY PERMPARM.
000798
000799 COPY MENUOPC.
000800
000810 PROCEDURE DIVISION.
000820 0000-MAINLINE.
000830     SET LOGIN-DENEGADO TO TRUE.
000840     MOVE SPACES TO LOGIN-USERNAME.
000845     MOVE SPACES TO LOGIN-TERMINAL.
000850     PERFORM 1500-PANEL-DE-ESTADO THRU 1500-EXIT.
000860     PERFORM 1000-PROCESAR-MENU THRU 1000-EXIT
000870         UNTIL FIN-DE-MENU.
000890
000900*----------------------------------------------------------*
000910*  1000-PROCESAR-MENU - Menu principal del turno; solo se    *
000920*  muestran las opciones concedidas a la cuenta.             *
000930*----------------------------------------------------------*
000940 1000-PROCESAR-MENU.
000950     DISPLAY " ".
000960     DISPLAY "---- MENU PRINCIPAL - COLEGIO ----".
000970     DISPLAY " 1. Iniciar sesion (LOGIN)".
000980     IF LOGIN-CONCEDIDO
000990         PERFORM 1050-MOSTRAR-OPCION THRU 1050-EXIT
001000             VARYING MENUOPC-IDX FROM 1 BY 1
001010             UNTIL MENUOPC-IDX > MENUOPC-TOTAL
001240     END-IF.
001250     DISPLAY "99. Salir".
001260     DISPLAY "Opcion:".
001360     END-IF.
001370
001380     IF WS-OPCION = 99
001382         IF LOGIN-CONCEDIDO
001384             PERFORM 1700-CERRAR-SESION THRU 1700-EXIT
001386         END-IF
001390         SET FIN-DE-MENU TO TRUE
001400         GO TO 1000-EXIT
001410     END-IF.
001420     IF WS-OPCION = 1
001422         IF LOGIN-CONCEDIDO
001424             PERFORM 1700-CERRAR-SESION THRU 1700-EXIT
001426         END-IF
001430         CALL "LOGIN" USING LOGIN-PARM
001435         PERFORM 1900-CARGAR-PERMISOS THRU 1900-EXIT
001440         GO TO 1000-EXIT
001450     END-IF.
001460
001470     PERFORM 1100-EXIGIR-ACCESO THRU 1100-EXIT.
001480     IF LOGIN-DENEGADO
001481         GO TO 1000-EXIT
001482     END-IF.
001483     PERFORM 1600-REFRESCAR-SESION THRU 1600-EXIT.
001484     IF NOT SESION-VALIDA
001485         GO TO 1000-EXIT
001486     END-IF.
001487     PERFORM 1150-EXIGIR-PERMISO THRU 1150-EXIT.
001488     IF NOT OPCION-PERMITIDA
001490         GO TO 1000-EXIT
001500     END-IF.
001510
001770             CALL "ESCEMERG"
001771         WHEN 35
001772             CALL "ESCFICHA"
001772         WHEN 47
001772             CALL "INCIREPT"
001772         WHEN 50
001772             CALL "ADMIREPT"
001772         WHEN 52
001772             CALL "EVENLIST"
001772         WHEN 53
001772             CALL "EVENCOBR"
001772         WHEN 55
001772             CALL "ENFEREPT"
001773         WHEN 3
001783             CALL "ESCUELA" USING LOGIN-PARM
001820         WHEN 5
001830             CALL "ESCMANT" USING LOGIN-PARM
001870         WHEN 13
001880             CALL "ESCREING" USING LOGIN-PARM
001920         WHEN 14
001930             CALL "CURSMANT" USING LOGIN-PARM
001970         WHEN 19
001980             CALL "ESCNOTAS" USING LOGIN-PARM
002020         WHEN 20
002030             CALL "ESCASIST" USING LOGIN-PARM
002070         WHEN 22
002080             CALL "CLIMANT" USING LOGIN-PARM
002112         WHEN 24
002115             CALL "CALMANT" USING LOGIN-PARM
002119         WHEN 25
002121             CALL "CLICAJA" USING LOGIN-PARM
002124         WHEN 26
002126             CALL "BECAMANT" USING LOGIN-PARM
002129         WHEN 27
002131             CALL "PROFMANT" USING LOGIN-PARM
002134         WHEN 30
002136             CALL "ESCCONST" USING LOGIN-PARM
002139         WHEN 31
002141             CALL "ESCBAJA" USING LOGIN-PARM
002144         WHEN 32
002144             CALL "CAMPCAPT" USING LOGIN-PARM
002144         WHEN 38
002144             CALL "CONVMANT" USING LOGIN-PARM
002144         WHEN 39
002144             CALL "DEVMANT" USING LOGIN-PARM
002144         WHEN 40
002145             CALL "DOMIMANT" USING LOGIN-PARM
002145         WHEN 41
002145             CALL "EXTRCAPT" USING LOGIN-PARM
002145         WHEN 42
002145             CALL "ESCAMANT" USING LOGIN-PARM
002145         WHEN 43
002146             CALL "EXAMMANT" USING LOGIN-PARM
002146         WHEN 45
002146             CALL "RECECAPT" USING LOGIN-PARM
002146         WHEN 46
002146             CALL "INCIMANT" USING LOGIN-PARM
002146         WHEN 48
002147             CALL "ADMICAPT" USING LOGIN-PARM
002147         WHEN 49
002147             CALL "ADMIDECI" USING LOGIN-PARM
002147         WHEN 51
002147             CALL "EVENMANT" USING LOGIN-PARM
002147         WHEN 54
002148             CALL "ENFEMANT" USING LOGIN-PARM
002149         WHEN 10
002159             CALL "USRMANT" USING LOGIN-PARM
002170         WHEN 12
002180             CALL "AUDCONS" USING LOGIN-PARM
002211         WHEN 33
002213             CALL "PARMMANT" USING LOGIN-PARM
002216         WHEN 36
002218             CALL "ESCMERGE" USING LOGIN-PARM
002221         WHEN 37
002222             CALL "APRBREV" USING LOGIN-PARM
002223         WHEN 44
002224             CALL "SESCONS" USING LOGIN-PARM
002226         WHEN OTHER
002230             DISPLAY "Opcion invalida"
002240     END-EVALUATE.
002370     EXIT.
002380
002390*----------------------------------------------------------*
002400*  1050-MOSTRAR-OPCION - Una opcion del catalogo MENUOPC,   *
002410*  solo si esta concedida.                                  *
002430*----------------------------------------------------------*
002437 1050-MOSTRAR-OPCION.
002444     SET WS-IDX-PERM TO MENUOPC-IDX.
002451     IF OPC-CONCEDIDA (WS-IDX-PERM)
002458         MOVE MENUOPC-NUMERO (MENUOPC-IDX) TO WS-OPC-EDIT
002465         DISPLAY WS-OPC-EDIT ". "
002472             MENUOPC-TEXTO (MENUOPC-IDX)
002480     END-IF.
002490 1050-EXIT.
002500     EXIT.
002510
002520*----------------------------------------------------------*
002530*  1150-EXIGIR-PERMISO - La opcion pedida debe estar en el  *
002540*  catalogo y concedida a la cuenta.                        *
002550*----------------------------------------------------------*
002553 1150-EXIGIR-PERMISO.
002556     MOVE "N" TO WS-OPCION-OK.
002559     SET MENUOPC-IDX TO 1.
002562     SEARCH MENUOPC-ENTRADA
002565         AT END
002568             DISPLAY "Opcion invalida"
002571         WHEN MENUOPC-NUMERO (MENUOPC-IDX) = WS-OPCION
002574             SET WS-IDX-PERM TO MENUOPC-IDX
002577             IF OPC-CONCEDIDA (WS-IDX-PERM)
002580                 SET OPCION-PERMITIDA TO TRUE
002583             ELSE
002586                 DISPLAY "No tiene permiso para esta opcion"
002589             END-IF
002592     END-SEARCH.
002595 1150-EXIT.
002610     EXIT.
002620
002630*----------------------------------------------------------*
003300     DISPLAY WS-ERR-LINEA (WS-IDX-ERR).
003301 1520-EXIT.
003310     EXIT.
003320
003330*----------------------------------------------------------*
003340*  1600-REFRESCAR-SESION - Antes de cada opcion se sella la  *
003350*  actividad de la sesion.  Si vencio por inactividad o la   *
003360*  cerro otro login del mismo usuario, se exige entrar de    *
003370*  nuevo y la opcion no se ejecuta.                          *
003380*----------------------------------------------------------*
003390 1600-REFRESCAR-SESION.
003400     MOVE "S" TO WS-SESION-VALIDA.
003410     SET SESMGR-REFRESCAR TO TRUE.
003420     MOVE LOGIN-USERNAME   TO SESMGR-USERNAME.
003430     MOVE LOGIN-TERMINAL   TO SESMGR-TERMINAL.
003440     MOVE LOGIN-ROL        TO SESMGR-ROL.
003450     MOVE LOGIN-SES-INICIO TO SESMGR-INICIO.
003460     CALL "SESMGR" USING SESMGR-PARM.
003470     EVALUATE TRUE
003480         WHEN SESMGR-OK
003490             CONTINUE
003500         WHEN SESMGR-EXPIRADA
003510             DISPLAY "SESION VENCIDA POR INACTIVIDAD ("
003520                 SESMGR-LIMITE " MINUTOS)"
003530             MOVE "SES-EXPIRA" TO AUD-RESULTADO
003540             MOVE LOGIN-TERMINAL TO SESMGR-OTRA-TERMINAL
003550             PERFORM 1800-AUDITAR-SESION THRU 1800-EXIT
003560             PERFORM 1650-FORZAR-LOGIN THRU 1650-EXIT
003570         WHEN SESMGR-TERMINADA
003580             DISPLAY "SU SESION FUE CERRADA DESDE OTRA TERMINAL "
003590                 SESMGR-OTRA-TERMINAL
003600             PERFORM 1650-FORZAR-LOGIN THRU 1650-EXIT
003610         WHEN OTHER
003620             MOVE "MENUPRIN"       TO ERRHAND-PROGRAMA
003630             MOVE "1600-REFRESCAR-SESION" TO ERRHAND-PARRAFO
003640             MOVE SPACES           TO ERRHAND-FILE-STATUS
003650             SET ERRHAND-ADVERTENCIA TO TRUE
003660             MOVE "NO SE PUDO REFRESCAR LA SESION EN SESIONIDX"
003670                 TO ERRHAND-MENSAJE
003680             CALL "ERRHAND" USING ERRHAND-PARM
003690     END-EVALUATE.
003700 1600-EXIT.
003710     EXIT.
003720
003730*  La sesion ya no es valida: se descarta el login y se pide *
003740*  de nuevo.  Si no entra, el menu queda sin sesion.         *
003750 1650-FORZAR-LOGIN.
003760     MOVE "N" TO WS-SESION-VALIDA.
003770     SET LOGIN-DENEGADO TO TRUE.
003780     MOVE SPACES TO LOGIN-USERNAME.
003790     DISPLAY "DEBE INICIAR SESION DE NUEVO".
003800     CALL "LOGIN" USING LOGIN-PARM.
003805     PERFORM 1900-CARGAR-PERMISOS THRU 1900-EXIT.
003810 1650-EXIT.
003820     EXIT.
003830
003840*----------------------------------------------------------*
003850*  1700-CERRAR-SESION - Al salir del menu o cambiar de       *
003860*  usuario se borra la sesion de SESIONIDX (solo si sigue    *
003870*  siendo la de esta terminal) y queda SES-FIN en LOGAUDIT.  *
003880*----------------------------------------------------------*
003890 1700-CERRAR-SESION.
003900     SET SESMGR-TERMINAR TO TRUE.
003910     MOVE LOGIN-USERNAME   TO SESMGR-USERNAME.
003920     MOVE LOGIN-TERMINAL   TO SESMGR-TERMINAL.
003930     MOVE LOGIN-SES-INICIO TO SESMGR-INICIO.
003940     CALL "SESMGR" USING SESMGR-PARM.
003950     IF SESMGR-OK
003960         MOVE "SES-FIN" TO AUD-RESULTADO
003970         MOVE LOGIN-TERMINAL TO SESMGR-OTRA-TERMINAL
003980         PERFORM 1800-AUDITAR-SESION THRU 1800-EXIT
003990     END-IF.
004000     SET LOGIN-DENEGADO TO TRUE.
004010     MOVE SPACES TO LOGIN-USERNAME.
004020 1700-EXIT.
004030     EXIT.
004040
004050*----------------------------------------------------------*
004060*  1800-AUDITAR-SESION - Agrega el evento de sesion al final *
004070*  de LOGAUDIT, encadenado como los renglones de LOGIN.      *
004080*----------------------------------------------------------*
004090 1800-AUDITAR-SESION.
004100     MOVE "LOGAUDIT" TO AUDCADEN-ARCHIVO.
004110     MOVE 69 TO AUDCADEN-POSICION.
004120     SET AUDCADEN-ULTIMO TO TRUE.
004130     CALL "AUDCADEN" USING AUDCADEN-PARM.
004140     OPEN EXTEND AUDITORIA-FILE.
004150     IF NOT WS-AUD-OK
004160         OPEN OUTPUT AUDITORIA-FILE
004170     END-IF.
004180     IF NOT WS-AUD-OK
004190         MOVE "MENUPRIN"       TO ERRHAND-PROGRAMA
004200         MOVE "1800-AUDITAR-SESION" TO ERRHAND-PARRAFO
004210         MOVE WS-AUD-STATUS    TO ERRHAND-FILE-STATUS
004220         SET ERRHAND-ADVERTENCIA TO TRUE
004230         MOVE "ERROR AL ABRIR LOGAUDIT" TO ERRHAND-MENSAJE
004240         CALL "ERRHAND" USING ERRHAND-PARM
004250         GO TO 1800-EXIT
004260     END-IF.
004270     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
004280     ACCEPT AUD-HORA FROM TIME.
004290     MOVE LOGIN-USERNAME TO AUD-USERNAME.
004300     MOVE SPACES TO AUD-DETALLE.
004310     STRING "TERMINAL " SESMGR-OTRA-TERMINAL
004320         DELIMITED BY SIZE INTO AUD-DETALLE.
004330     ADD 1 TO AUDCADEN-SECUENCIA.
004340     MOVE AUDCADEN-SECUENCIA TO AUD-SECUENCIA.
004350     MOVE AUD-REC TO AUDCADEN-RENGLON.
004360     SET AUDCADEN-ENCADENAR TO TRUE.
004370     CALL "AUDCADEN" USING AUDCADEN-PARM.
004380     MOVE AUDCADEN-CADENA TO AUD-CADENA.
004390     WRITE AUD-REC.
004400     CLOSE AUDITORIA-FILE.
004410 1800-EXIT.
004420     EXIT.
004425
004430*----------------------------------------------------------*
004440*  1900-CARGAR-PERMISOS - Al iniciar sesion se pregunta a   *
004450*  PERMCHK por cada opcion del catalogo.  Si PERMIDX no se  *
004460*  puede leer no se concede nada mas que salir.             *
004470*----------------------------------------------------------*
004480 1900-CARGAR-PERMISOS.
004490     MOVE ALL "N" TO WS-TABLA-PERMISOS.
004500     IF LOGIN-DENEGADO
004510         GO TO 1900-EXIT
004520     END-IF.
004530     PERFORM 1910-CONSULTAR-OPCION THRU 1910-EXIT
004540         VARYING MENUOPC-IDX FROM 1 BY 1
004550         UNTIL MENUOPC-IDX > MENUOPC-TOTAL.
004560 1900-EXIT.
004570     EXIT.
004575
004580 1910-CONSULTAR-OPCION.
004590     MOVE LOGIN-USERNAME TO PERMCHK-USERNAME.
004600     MOVE LOGIN-ROL      TO PERMCHK-ROL.
004610     MOVE MENUOPC-PROGRAMA (MENUOPC-IDX) TO PERMCHK-PROGRAMA.
004620     MOVE SPACES         TO PERMCHK-FUNCION.
004630     MOVE MENUOPC-NIVEL (MENUOPC-IDX) TO PERMCHK-NIVEL.
004640     CALL "PERMCHK" USING PERMCHK-PARM.
004650     SET WS-IDX-PERM TO MENUOPC-IDX.
004660     IF PERMCHK-PERMITIDO
004670         MOVE "S" TO WS-OPC-PERMISO (WS-IDX-PERM)
004680     END-IF.
004690     IF PERMCHK-ERROR-ARCHIVO
004700        AND MENUOPC-IDX = 1
004710         MOVE "MENUPRIN"       TO ERRHAND-PROGRAMA
004720         MOVE "1910-CONSULTAR-OPCION" TO ERRHAND-PARRAFO
004730         MOVE SPACES           TO ERRHAND-FILE-STATUS
004740         SET ERRHAND-ADVERTENCIA TO TRUE
004750         MOVE "NO SE PUDO LEER PERMIDX" TO ERRHAND-MENSAJE
004760         CALL "ERRHAND" USING ERRHAND-PARM
004770     END-IF.
004780 1910-EXIT.
004790     EXIT.

000260*  2026-08-22 JFV  Cambio de contrasena a peticion del
000270*                  usuario tras un acceso exitoso (queda
000280*                  CAMBIO-PW en LOGAUDIT).
000280*  2026-10-15 JFV  Renglones de LOGAUDIT encadenados: secuencia
000281*                  y huella al final de cada renglon (rutina
000281*                  AUDCADEN), que verifica AUDVERIF.
000282*  2026-10-15 JFV  Registro de la sesion en SESIONIDX (rutina
000282*                  SESMGR) con la terminal de la variable
000283*                  TERMINAL; si el usuario tiene una sesion
000283*                  viva en otra terminal se pregunta si se
000284*                  cierra aquella o se rechaza este acceso
000284*                  (SES-CIERRE / SES-RECHAZ en LOGAUDIT).
000285*  2026-10-15 JFV  El eslabon de AUDCADEN se toma al grabar
000285*                  cada renglon; el rastro se abre y cierra por
000286*                  renglon para no encadenar contra un eslabon
000286*                  viejo si otra sesion grabo en medio.
000287*  2026-10-15 JFV  La terminal llega del llamador en
000287*                  LOGIN-TERMINAL (CONSOLA si no la informa);
000288*                  una sesion viva de otro login siempre se
000289*                  pregunta, la distingue su inicio.
000290*----------------------------------------------------------*
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. LOGIN.
000610     05  AUD-USERNAME             PIC X(20).
000620     05  FILLER                  PIC X(01) VALUE SPACE.
000630     05  AUD-RESULTADO            PIC X(10).
000631     05  FILLER                  PIC X(01) VALUE SPACE.
000632     05  AUD-DETALLE              PIC X(20).
000633     05  FILLER                  PIC X(01) VALUE SPACE.
000634     05  AUD-SECUENCIA            PIC 9(09).
000635     05  FILLER                  PIC X(01) VALUE SPACE.
000636     05  AUD-CADENA               PIC X(20).
000640 
000650 WORKING-STORAGE SECTION.
000660 01  WS-USR-STATUS                PIC X(02).
000810 01  WS-DIAS-TRANSCURRIDOS        PIC S9(09) COMP VALUE ZERO.
000820 01  WS-IDX-HIST                  PIC 9(02) COMP.
000830 01  WS-CAMBIA                    PIC X(01).
000833 01  WS-CIERRA-OTRA               PIC X(01).
000836 01  WS-TERMINAL                  PIC X(08) VALUE SPACES.
000840 
000850 01  WS-SWITCHES.
000860     05  WS-ACCESO-OK              PIC X(01) VALUE "N".
000890         88  PASSWORD-ACEPTADA             VALUE "S".
000900     05  WS-PW-REUSADA             PIC X(01) VALUE "N".
000910         88  PASSWORD-REUSADA              VALUE "S".
000913     05  WS-SES-RECHAZO            PIC X(01) VALUE "N".
000916         88  SESION-RECHAZADA              VALUE "S".
000920
000930 COPY ERRPARM.
000940
000950 COPY PARMPARM.
000960
000970 COPY HASHPARM.
000972
000974 COPY CADEPARM.
000976
000978 COPY SESPARM.
000980
000990 LINKAGE SECTION.
001000 COPY LOGPARM.
001230         STOP RUN
001240     END-IF.
001250
001253*  Aqui solo se comprueba el rastro (y se crea si falta);
001256*  cada renglon lo abre, lo encadena y lo cierra (8900).
001260     OPEN EXTEND AUDITORIA-FILE.
001270     IF NOT WS-AUD-OK
001280         OPEN OUTPUT AUDITORIA-FILE
001360         CALL "ERRHAND" USING ERRHAND-PARM
001370         STOP RUN
001380     END-IF.
001385     CLOSE AUDITORIA-FILE.
001390
001400     MOVE "MAX-INTENTOS" TO PARMLKP-CLAVE.
001410     CALL "PARMLKP" USING PARMLKP-PARM.
001500         MOVE PARMLKP-VALOR TO WS-DIAS-VIGENCIA
001510     END-IF.
001520     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
001521*  La terminal la informa el llamador en LOGIN-TERMINAL; si
001522*  no la conoce, la sesion queda registrada como CONSOLA.
001523     MOVE LOGIN-TERMINAL TO WS-TERMINAL.
001524     IF WS-TERMINAL = SPACES
001526         MOVE "CONSOLA" TO WS-TERMINAL
001528     END-IF.
001530 1000-EXIT.
001540     EXIT.
001550 
001960     MOVE ZERO TO USUARIO-INTENTOS-FALLOS.
001970     PERFORM 2800-SELLAR-INTENTO THRU 2800-EXIT.
001980     REWRITE USUARIO-REC.
001982     PERFORM 2300-CONTROLAR-SESION THRU 2300-EXIT.
001984     IF SESION-RECHAZADA
001986         GO TO 2100-EXIT
001988     END-IF.
001990     SET ACCESO-CONCEDIDO TO TRUE.
002000     SET LOGIN-CONCEDIDO TO TRUE.
002010     MOVE USUARIO-ROL TO LOGIN-ROL.
002020     MOVE USUARIO-USERNAME TO LOGIN-USERNAME.
002030     MOVE "EXITOSO" TO AUD-RESULTADO.
002040     PERFORM 2900-AUDITAR-INTENTO THRU 2900-EXIT.
002040
002041     SET SESMGR-ABRIR TO TRUE.
002041     MOVE USUARIO-USERNAME TO SESMGR-USERNAME.
002042     MOVE WS-TERMINAL      TO SESMGR-TERMINAL.
002042     MOVE USUARIO-ROL      TO SESMGR-ROL.
002043     CALL "SESMGR" USING SESMGR-PARM.
002043     IF SESMGR-ERROR-ARCHIVO
002044         MOVE "LOGIN"          TO ERRHAND-PROGRAMA
002044         MOVE "2100-ACCESO-EXITOSO" TO ERRHAND-PARRAFO
002045         MOVE SPACES           TO ERRHAND-FILE-STATUS
002045         SET ERRHAND-ADVERTENCIA TO TRUE
002046         MOVE "NO SE PUDO REGISTRAR LA SESION EN SESIONIDX"
002046             TO ERRHAND-MENSAJE
002047         CALL "ERRHAND" USING ERRHAND-PARM
002047     END-IF.
002048     MOVE WS-TERMINAL      TO LOGIN-TERMINAL.
002049     MOVE SESMGR-INICIO    TO LOGIN-SES-INICIO.
002050
002060     EVALUATE TRUE
002070         WHEN USUARIO-ROL-ADMIN
002280         END-IF
002290     END-IF.
002300 2100-EXIT.
002300     EXIT.
002300
002300*----------------------------------------------------------*
002300*  2300-CONTROLAR-SESION - Un usuario tiene una sola sesion  *
002301*  abierta.  Si tiene otra sesion viva (SESMGR la distingue  *
002301*  por su inicio; la terminal puede no conocerse), se        *
002301*  pregunta si se cierra aquella (SES-CIERRE) o se rechaza   *
002301*  este acceso (SES-RECHAZ).  Una vencida se da por cerrada. *
002301*----------------------------------------------------------*
002302 2300-CONTROLAR-SESION.
002302     MOVE "N" TO WS-SES-RECHAZO.
002302     SET SESMGR-CONSULTAR TO TRUE.
002302     MOVE USUARIO-USERNAME TO SESMGR-USERNAME.
002303     CALL "SESMGR" USING SESMGR-PARM.
002303     IF SESMGR-SIN-SESION
002303        OR SESMGR-ERROR-ARCHIVO
002303         GO TO 2300-EXIT
002303     END-IF.
002304     IF SESMGR-EXPIRADA
002304         MOVE "SES-EXPIRA" TO AUD-RESULTADO
002304         PERFORM 2950-AUDITAR-SESION THRU 2950-EXIT
002304         GO TO 2300-EXIT
002304     END-IF.
002305
002305     DISPLAY "YA TIENE UNA SESION ABIERTA EN LA TERMINAL "
002305         SESMGR-OTRA-TERMINAL.
002305     DISPLAY "ULTIMA ACTIVIDAD HACE " SESMGR-MINUTOS-INACTIVO
002306         " MINUTOS".
002306     DISPLAY "Cerrar aquella sesion y entrar aqui (S/N):".
002306     MOVE "N" TO WS-CIERRA-OTRA.
002306     ACCEPT WS-CIERRA-OTRA.
002306     IF WS-CIERRA-OTRA = "S"
002307         MOVE "SES-CIERRE" TO AUD-RESULTADO
002307         PERFORM 2950-AUDITAR-SESION THRU 2950-EXIT
002307     ELSE
002307         SET SESION-RECHAZADA TO TRUE
002307         DISPLAY "ACCESO RECHAZADO: SESION ACTIVA EN OTRA "
002308             "TERMINAL"
002308         MOVE "SES-RECHAZ" TO AUD-RESULTADO
002308         PERFORM 2950-AUDITAR-SESION THRU 2950-EXIT
002308     END-IF.
002309 2300-EXIT.
002310     EXIT.
002320
002330*----------------------------------------------------------*
003500     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
003510     ACCEPT AUD-HORA FROM TIME.
003520     MOVE WS-ENTRADA-USERNAME TO AUD-USERNAME.
003525     MOVE SPACES TO AUD-DETALLE.
003530     PERFORM 8900-GRABAR-AUDITORIA THRU 8900-EXIT.
003540 2900-EXIT.
003550     EXIT.
003560
003560*----------------------------------------------------------*
003560*  2950-AUDITAR-SESION - Renglon de LOGAUDIT para los        *
003560*  eventos de sesion; el detalle lleva la terminal de la     *
003560*  otra sesion.                                              *
003560*----------------------------------------------------------*
003561 2950-AUDITAR-SESION.
003561     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
003561     ACCEPT AUD-HORA FROM TIME.
003561     MOVE USUARIO-USERNAME TO AUD-USERNAME.
003561     MOVE SPACES TO AUD-DETALLE.
003561     STRING "TERMINAL " SESMGR-OTRA-TERMINAL
003562         DELIMITED BY SIZE INTO AUD-DETALLE.
003562     PERFORM 8900-GRABAR-AUDITORIA THRU 8900-EXIT.
003562 2950-EXIT.
003562     EXIT.
003562 
003562*----------------------------------------------------------*
003563*  8900-GRABAR-AUDITORIA - Numera y encadena el renglon      *
003563*  (rutina AUDCADEN) y lo graba en LOGAUDIT.                 *
003563*----------------------------------------------------------*
003563 8900-GRABAR-AUDITORIA.
003563*  El ultimo eslabon se toma del rastro al momento de grabar
003563*  (otra terminal pudo haber grabado despues); el renglon ya
003564*  armado se guarda mientras se abre el rastro.
003564     MOVE AUD-REC TO AUDCADEN-RENGLON.
003564     MOVE "LOGAUDIT" TO AUDCADEN-ARCHIVO.
003564     MOVE 69 TO AUDCADEN-POSICION.
003564     SET AUDCADEN-ULTIMO TO TRUE.
003564     CALL "AUDCADEN" USING AUDCADEN-PARM.
003565     OPEN EXTEND AUDITORIA-FILE.
003565     IF NOT WS-AUD-OK
003565         OPEN OUTPUT AUDITORIA-FILE
003565     END-IF.
003565     IF NOT WS-AUD-OK
003565         MOVE "LOGIN"          TO ERRHAND-PROGRAMA
003566         MOVE "8900-GRABAR-AUDIT" TO ERRHAND-PARRAFO
003566         MOVE WS-AUD-STATUS    TO ERRHAND-FILE-STATUS
003566         SET ERRHAND-ADVERTENCIA TO TRUE
003566         MOVE "ERROR AL ABRIR LOGAUDIT" TO ERRHAND-MENSAJE
003566         CALL "ERRHAND" USING ERRHAND-PARM
003566         GO TO 8900-EXIT
003567     END-IF.
003567     MOVE AUDCADEN-RENGLON TO AUD-REC.
003567     ADD 1 TO AUDCADEN-SECUENCIA.
003567     MOVE AUDCADEN-SECUENCIA TO AUD-SECUENCIA.
003567     MOVE AUD-REC TO AUDCADEN-RENGLON.
003567     SET AUDCADEN-ENCADENAR TO TRUE.
003568     CALL "AUDCADEN" USING AUDCADEN-PARM.
003568     MOVE AUDCADEN-CADENA TO AUD-CADENA.
003568     WRITE AUD-REC.
003568     CLOSE AUDITORIA-FILE.
003568 8900-EXIT.
003568     EXIT.
003569
003570*----------------------------------------------------------*
003580*  9000-FINALIZAR - Cierra los archivos abiertos               *
003590*----------------------------------------------------------*
003600 9000-FINALIZAR.
003610     CLOSE USUARIO-FILE.
003630 9000-EXIT.
003640     EXIT.

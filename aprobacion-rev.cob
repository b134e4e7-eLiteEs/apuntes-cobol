000100*  rechaza cada operacion sensible pendiente y, al           *
000110*  aprobarla, la aplica aqui mismo: baja de estudiante       *
000120*  (ESTUDIDX + cupo), baja de cliente (CLIMAST), cambio de   *
000130*  rol y desbloqueo (LOGINUSR), anulacion de recibos de      *
000135*  caja (CAJADIA), devoluciones (DEVOIDX) y revocacion de    *
000136*  becas (BECASIDX).  Ambas firmas quedan en el rastro       *
000140*  correspondiente (ESCAUDIT, CLIAUDIT o LOGAUDIT):          *
000150*  el renglon de la accion a nombre del aprobador y un       *
000160*  renglon SOLICITO a nombre de quien la pidio.               *
000170*----------------------------------------------------------*
000193*                  solicitud cuyo archivo no abrio no se
000194*                  decide (quedaria "aprobada" sin haberse
000195*                  aplicado).
000195*  2026-10-15 JFV  Anulacion de recibos de caja (CLICAJA):
000195*                  marca el folio ANULADO en CAJADIA,
000195*                  imprime la constancia en CAJARECB y, si
000195*                  el dia ya se habia liberado, deja en
000195*                  CLIMOVS el cargo de reversa del pago.
000195*  2026-10-15 JFV  El folio anulado despues del corte queda
000195*                  REVERSADO (no ANULADO) para que CAJACONC
000195*                  lo cuente en el efectivo depositado.
000196*  2026-10-15 JFV  Devolucion de saldo a favor (DEVMANT):
000196*                  la aprobacion autoriza el registro en
000196*                  DEVOIDX; la genera CLIFAVOR en el cierre.
000196*  2026-10-15 JFV  La reversa de un recibo de caja sale con
000196*                  origen "CJ" para la poliza CLIPOLIZ.
000196*  2026-10-15 JFV  Revocacion o reduccion de beca propuesta
000196*                  por BECAREVI: al aprobarse baja el
000196*                  porcentaje en BECASIDX (o borra la beca
000196*                  si queda en cero); al rechazarse la beca
000197*                  vuelve a quedar en aviso.
000197*  2026-10-15 JFV  Excepcion al bloqueo por adeudo pedida en
000197*                  CLIMANT: al aprobarse deja en BLOQIDX la
000197*                  fecha hasta la que la cuenta puede recibir
000197*                  reinscripcion y documentos.
000197*  2026-10-15 JFV  Renglones de ESCAUDIT, CLIAUDIT y LOGAUDIT
000197*                  encadenados: secuencia y huella al final
000197*                  de cada renglon (rutina AUDCADEN), que
000197*                  verifica AUDVERIF.
000198*  2026-10-15 JFV  Verifica al entrar el permiso por funcion
000198*                  (rutina PERMCHK, archivo PERMIDX).
000198*  2026-10-15 JFV  Renglon de CLIAUDIT ampliado con campo, valor
000198*                  anterior y valor nuevo (antes/despues por
000198*                  campo, como ESCAUDIT); la cola de encadenado
000198*                  pasa a la columna 164.
000198*  2026-10-15 JFV  El eslabon de AUDCADEN se toma al grabar
000198*                  cada renglon; el rastro se abre y cierra por
000198*                  renglon para no encadenar contra un eslabon
000199*                  viejo si otra sesion grabo en medio.
000199*  2026-10-15 JFV  Cada renglon de CLIAUDIT arma su campo, valor
000199*                  anterior y nuevo (8910 ya no los limpia):
000199*                  la anulacion lleva el folio y su monto, la
000199*                  excepcion al bloqueo la fecha anterior y
000199*                  la nueva.
000200*----------------------------------------------------------*
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. APRBREV.
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-LAU-STATUS.
000700
000700     SELECT DIA-FILE ASSIGN TO "CAJADIA"
000700         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000701         RECORD KEY IS DIA-FOLIO
000701         FILE STATUS IS WS-DIA-STATUS.
000701
000701     SELECT RECIBO-FILE ASSIGN TO "CAJARECB"
000702         ORGANIZATION IS LINE SEQUENTIAL
000702         FILE STATUS IS WS-REC-STATUS.
000702
000703     SELECT MOVIMIENTO-FILE ASSIGN TO "CLIMOVS"
000703         ORGANIZATION IS LINE SEQUENTIAL
000703         FILE STATUS IS WS-MOV-STATUS.
000703
000704     SELECT DEVOLUCION-FILE ASSIGN TO "DEVOIDX"
000704         ORGANIZATION IS INDEXED
000704         ACCESS MODE IS DYNAMIC
000705         RECORD KEY IS DEV-CLIENTE
000705         FILE STATUS IS WS-DEV-STATUS.
000705
000705     SELECT BECA-FILE ASSIGN TO "BECASIDX"
000706         ORGANIZATION IS INDEXED
000706         ACCESS MODE IS RANDOM
000706         RECORD KEY IS BECA-IDEN
000707         FILE STATUS IS WS-BEC-STATUS.
000707
000707     SELECT BLOQUEO-FILE ASSIGN TO "BLOQIDX"
000707         ORGANIZATION IS INDEXED
000708         ACCESS MODE IS RANDOM
000708         RECORD KEY IS BLOQ-CLIENTE
000708         FILE STATUS IS WS-BLQ-STATUS.
000709
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  APROBACION-FILE.
000960     05  CLIAUD-CLIENTE          PIC X(20).
000970     05  FILLER                  PIC X(01) VALUE SPACE.
000980     05  CLIAUD-OPERACION        PIC X(12).
000980     05  FILLER                  PIC X(01) VALUE SPACE.
000981     05  CLIAUD-CAMPO            PIC X(10).
000982     05  FILLER                  PIC X(01) VALUE SPACE.
000983     05  CLIAUD-ANTES            PIC X(40).
000984     05  FILLER                  PIC X(01) VALUE SPACE.
000985     05  CLIAUD-DESPUES          PIC X(40).
000986     05  FILLER                  PIC X(01) VALUE SPACE.
000987     05  CLIAUD-SECUENCIA        PIC 9(09).
000988     05  FILLER                  PIC X(01) VALUE SPACE.
000989     05  CLIAUD-CADENA           PIC X(20).
000990
001000 FD  LOGAUDIT-FILE.
001010 01  LOGAUD-REC.
001080     05  LOGAUD-RESULTADO        PIC X(10).
001090     05  FILLER                  PIC X(01) VALUE SPACE.
001100     05  LOGAUD-DETALLE          PIC X(20).
001100     05  FILLER                  PIC X(01) VALUE SPACE.
001100     05  LOGAUD-SECUENCIA        PIC 9(09).
001101     05  FILLER                  PIC X(01) VALUE SPACE.
001101     05  LOGAUD-CADENA           PIC X(20).
001102
001102 FD  DIA-FILE.
001102     COPY CAJAREC.
001103
001103 FD  RECIBO-FILE.
001104 01  RECIBO-LINEA                 PIC X(80).
001104
001104 FD  MOVIMIENTO-FILE.
001105     COPY MOVREC.
001105
001106 FD  DEVOLUCION-FILE.
001106     COPY DEVOREC.
001106
001107 FD  BECA-FILE.
001107     COPY BECAREC.
001108
001108 FD  BLOQUEO-FILE.
001109     COPY BLOQREC.
001110
001120 WORKING-STORAGE SECTION.
001130 01  WS-APR-STATUS                PIC X(02).
001330     88  WS-CAU-OK                        VALUE "00".
001340 01  WS-LAU-STATUS                PIC X(02).
001350     88  WS-LAU-OK                        VALUE "00".
001350 01  WS-DIA-STATUS                PIC X(02).
001351     88  WS-DIA-OK                        VALUE "00".
001352 01  WS-REC-STATUS                PIC X(02).
001353     88  WS-REC-OK                        VALUE "00".
001353 01  WS-MOV-STATUS                PIC X(02).
001354     88  WS-MOV-OK                        VALUE "00".
001355 01  WS-DEV-STATUS                PIC X(02).
001356     88  WS-DEV-OK                        VALUE "00".
001356 01  WS-BEC-STATUS                PIC X(02).
001357     88  WS-BEC-OK                        VALUE "00".
001358 01  WS-BLQ-STATUS                PIC X(02).
001359     88  WS-BLQ-OK                        VALUE "00".
001360
001370 01  WS-SWITCHES.
001380     05  WS-OPCION                PIC 9(01) VALUE ZERO.
001455     88  CLIENTES-DISPONIBLES             VALUE "S".
001456 01  WS-HAY-USUARIOS              PIC X(01) VALUE "N".
001457     88  USUARIOS-DISPONIBLES             VALUE "S".
001457 01  WS-HAY-CAJA                  PIC X(01) VALUE "N".
001457     88  CAJA-DISPONIBLE                  VALUE "S".
001457 01  WS-HAY-DEVOLUCIONES          PIC X(01) VALUE "N".
001457     88  DEVOLUCIONES-DISPONIBLES         VALUE "S".
001457 01  WS-HAY-BECAS                 PIC X(01) VALUE "N".
001457     88  BECAS-DISPONIBLES                VALUE "S".
001457 01  WS-HAY-BLOQUEOS              PIC X(01) VALUE "N".
001457     88  BLOQUEOS-DISPONIBLES             VALUE "S".
001458
001460 01  WS-OPERADOR                  PIC X(20).
001470 01  WS-ENTRADA-OPCION            PIC X(01).
001480 01  WS-ENTRADA-SECUENCIA         PIC X(06).
001490 01  WS-ENTRADA-DECISION          PIC X(01).
001500 01  WS-PENDIENTES                PIC 9(05) COMP VALUE ZERO.
001502 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
001504 01  WS-MONTO-EDIT                PIC ZZZZZZZ9.99.
001506 01  WS-NOMBRE-CLIENTE            PIC X(20).
001507 01  WS-EXC-HASTA-ANT             PIC 9(08).
001510
001520 COPY ERRPARM.
001530
001540 COPY CURSOPARM.
001541
001542 COPY CADEPARM REPLACING LEADING ==AUDCADEN-== BY ==ESCCAD-==.
001543
001544 COPY CADEPARM REPLACING LEADING ==AUDCADEN-== BY ==CLICAD-==.
001545
001546 COPY CADEPARM REPLACING LEADING ==AUDCADEN-== BY ==LOGCAD-==.
001547
001548 COPY PERMPARM.
001550
001560 LINKAGE SECTION.
001570 COPY LOGPARM.
001650     GOBACK.
001660
001670*----------------------------------------------------------*
001680*  1000-INICIALIZAR - Con permiso; abre la cola y los        *
001690*  archivos que las aprobaciones pueden tocar.                *
001700*----------------------------------------------------------*
001710 1000-INICIALIZAR.
001720     IF LOGIN-CONCEDIDO AND LOGIN-USERNAME NOT = SPACES
001730         MOVE LOGIN-USERNAME TO WS-OPERADOR
001740     ELSE
001741         DISPLAY "DEBE ENTRAR POR EL MENU CON SESION INICIADA"
001742         GOBACK
001743     END-IF.
001744
001745     MOVE LOGIN-USERNAME TO PERMCHK-USERNAME.
001746     MOVE LOGIN-ROL      TO PERMCHK-ROL.
001747     MOVE "APRBREV"      TO PERMCHK-PROGRAMA.
001748     MOVE SPACES         TO PERMCHK-FUNCION.
001749     SET PERMCHK-NIVEL-ADMIN TO TRUE.
001750     CALL "PERMCHK" USING PERMCHK-PARM.
001751     IF NOT PERMCHK-PERMITIDO
001752         DISPLAY "SIN PERMISO PARA REVISAR LA COLA"
001760         GOBACK
001770     END-IF.
001780
001931     IF WS-USR-OK
001932         SET USUARIOS-DISPONIBLES TO TRUE
001933     END-IF.
001933     OPEN I-O DIA-FILE.
001933     IF WS-DIA-OK
001934         SET CAJA-DISPONIBLE TO TRUE
001934     END-IF.
001934     OPEN I-O DEVOLUCION-FILE.
001935     IF WS-DEV-OK
001935         SET DEVOLUCIONES-DISPONIBLES TO TRUE
001935     END-IF.
001936     OPEN I-O BECA-FILE.
001936     IF WS-BEC-OK
001936         SET BECAS-DISPONIBLES TO TRUE
001937     END-IF.
001937     OPEN I-O BLOQUEO-FILE.
001937     IF WS-BLQ-OK
001938         SET BLOQUEOS-DISPONIBLES TO TRUE
001938     END-IF.
001939     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
001940
001942*  Aqui solo se comprueban los rastros (y se crean si
001944*  faltan); cada renglon abre, encadena y cierra el suyo
001946*  (8900, 8910 y 8920).
001950     OPEN EXTEND AUDIT-FILE.
001960     IF NOT WS-AUD-OK
001970         OPEN OUTPUT AUDIT-FILE
001980     END-IF.
001985     CLOSE AUDIT-FILE.
001990     OPEN EXTEND CLIAUDIT-FILE.
002000     IF NOT WS-CAU-OK
002010         OPEN OUTPUT CLIAUDIT-FILE
002020     END-IF.
002025     CLOSE CLIAUDIT-FILE.
002030     OPEN EXTEND LOGAUDIT-FILE.
002040     IF NOT WS-LAU-OK
002050         OPEN OUTPUT LOGAUDIT-FILE
002060     END-IF.
002065     CLOSE LOGAUDIT-FILE.
002070 1000-EXIT.
002080     EXIT.
002090
003120             END-IF
003130         WHEN "R"
003140             SET APRB-RECHAZADA TO TRUE
003142             IF APRB-BECA-REVOCA AND BECAS-DISPONIBLES
003144                 PERFORM 5850-RECHAZAR-BECA THRU 5850-EXIT
003146             END-IF
003150         WHEN OTHER
003160             DISPLAY "Decision invalida"
003170             GO TO 4000-EXIT
003442             ELSE
003444                 DISPLAY "LOGINUSR NO DISPONIBLE"
003446             END-IF
003446         WHEN APRB-ANULA-RECIBO
003446             IF CAJA-DISPONIBLE
003446                 PERFORM 5600-ANULAR-RECIBO THRU 5600-EXIT
003446             ELSE
003446                 DISPLAY "CAJADIA NO DISPONIBLE"
003446             END-IF
003446         WHEN APRB-DEVOLUCION
003447             IF DEVOLUCIONES-DISPONIBLES
003447                 PERFORM 5700-AUTORIZAR-DEVOLUCION THRU 5700-EXIT
003447             ELSE
003447                 DISPLAY "DEVOIDX NO DISPONIBLE"
003447             END-IF
003447         WHEN APRB-BECA-REVOCA
003447             IF BECAS-DISPONIBLES
003447                 PERFORM 5800-REVOCAR-BECA THRU 5800-EXIT
003448             ELSE
003448                 DISPLAY "BECASIDX NO DISPONIBLE"
003448             END-IF
003448         WHEN APRB-EXC-BLOQUEO
003448             IF BLOQUEOS-DISPONIBLES
003448                 PERFORM 5900-EXCEPTUAR-BLOQUEO THRU 5900-EXIT
003448             ELSE
003448                 DISPLAY "BLOQIDX NO DISPONIBLE"
003449             END-IF
003450         WHEN OTHER
003460             DISPLAY "Tipo de solicitud desconocido"
003470     END-EVALUATE.
003800     MOVE "ESTADO" TO AUD-CAMPO.
003810     MOVE "A" TO AUD-ANTES.
003820     MOVE "I" TO AUD-DESPUES.
003830     PERFORM 8900-GRABAR-AUDITORIA THRU 8900-EXIT.
003840     INITIALIZE AUDIT-REC.
003850     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
003860     ACCEPT AUD-HORA FROM TIME.
003890     MOVE "SOLICITO" TO AUD-OPERACION.
003900     MOVE "BAJA" TO AUD-CAMPO.
003910     MOVE WS-OPERADOR TO AUD-DESPUES.
003920     PERFORM 8900-GRABAR-AUDITORIA THRU 8900-EXIT.
003930 5100-EXIT.
003940     EXIT.
003950
004130     MOVE WS-OPERADOR TO CLIAUD-OPERADOR.
004140     MOVE CLIENTE-NOMBRE TO CLIAUD-CLIENTE.
004150     MOVE "BAJA" TO CLIAUD-OPERACION.
004155     MOVE SPACES TO CLIAUD-CAMPO CLIAUD-ANTES CLIAUD-DESPUES.
004160     PERFORM 8910-GRABAR-CLIAUDIT THRU 8910-EXIT.
004170     ACCEPT CLIAUD-FECHA FROM DATE YYYYMMDD.
004180     ACCEPT CLIAUD-HORA FROM TIME.
004190     MOVE APRB-SOLICITANTE TO CLIAUD-OPERADOR.
004200     MOVE CLIENTE-NOMBRE TO CLIAUD-CLIENTE.
004210     MOVE "SOLICITO" TO CLIAUD-OPERACION.
004215     MOVE SPACES TO CLIAUD-CAMPO CLIAUD-ANTES CLIAUD-DESPUES.
004220     PERFORM 8910-GRABAR-CLIAUDIT THRU 8910-EXIT.
004230 5200-EXIT.
004240     EXIT.
004250
004730     ACCEPT LOGAUD-HORA FROM TIME.
004740     MOVE WS-OPERADOR TO LOGAUD-USERNAME.
004750     MOVE APRB-CLAVE TO LOGAUD-DETALLE.
004760     PERFORM 8920-GRABAR-LOGAUDIT THRU 8920-EXIT.
004770     ACCEPT LOGAUD-FECHA FROM DATE YYYYMMDD.
004780     ACCEPT LOGAUD-HORA FROM TIME.
004790     MOVE APRB-SOLICITANTE TO LOGAUD-USERNAME.
004800     MOVE "SOLICITO" TO LOGAUD-RESULTADO.
004810     MOVE APRB-CLAVE TO LOGAUD-DETALLE.
004810     PERFORM 8920-GRABAR-LOGAUDIT THRU 8920-EXIT.
004810 5500-EXIT.
004810     EXIT.
004810
004810*----------------------------------------------------------*
004810*  5600-ANULAR-RECIBO - Marca el folio ANULADO en CAJADIA e  *
004810*  imprime la constancia de anulacion en CAJARECB.  Si el    *
004810*  recibo ya se habia liberado en un corte, el pago ya va    *
004810*  (o ya fue) a CLIPOST: se deja en CLIMOVS un cargo por el  *
004810*  mismo monto que lo revierte.                               *
004810*----------------------------------------------------------*
004810 5600-ANULAR-RECIBO.
004810     MOVE APRB-CLAVE (1:6) TO DIA-FOLIO.
004810     READ DIA-FILE
004810         INVALID KEY
004810             DISPLAY "Folio ya no existe en CAJADIA"
004810             GO TO 5600-EXIT
004810     END-READ.
004810     IF DIA-ANULADO
004810         DISPLAY "El folio ya estaba anulado"
004810         SET OPERACION-APLICADA TO TRUE
004810         GO TO 5600-EXIT
004810     END-IF.
004810
004810     IF DIA-LIBERADO
004810         OPEN EXTEND MOVIMIENTO-FILE
004810         IF NOT WS-MOV-OK
004810             OPEN OUTPUT MOVIMIENTO-FILE
004810         END-IF
004810         IF NOT WS-MOV-OK
004810             DISPLAY "CLIMOVS NO DISPONIBLE; NO SE ANULA"
004810             GO TO 5600-EXIT
004810         END-IF
004810         INITIALIZE MOV-REC
004810         MOVE DIA-CLIENTE TO MOV-CLIENTE
004810         MOVE WS-FECHA-HOY TO MOV-FECHA
004810         SET MOV-ES-CARGO TO TRUE
004810         MOVE DIA-MONTO TO MOV-MONTO
004810         MOVE "CJ" TO MOV-ORIGEN
004810         WRITE MOV-REC
004810         CLOSE MOVIMIENTO-FILE
004810         DISPLAY "Reversa dejada en CLIMOVS para CLIPOST"
004810     END-IF.
004810
004810     IF DIA-LIBERADO
004810         SET DIA-REVERSADO TO TRUE
004810     ELSE
004810         SET DIA-ANULADO TO TRUE
004811     END-IF.
004811     MOVE WS-FECHA-HOY TO DIA-FEC-ANULA.
004811     REWRITE DIA-REC
004811         INVALID KEY
004811             DISPLAY "ERROR AL ANULAR EL FOLIO"
004811             GO TO 5600-EXIT
004811     END-REWRITE.
004811     SET OPERACION-APLICADA TO TRUE.
004811
004811     MOVE DIA-CLIENTE TO WS-NOMBRE-CLIENTE.
004811     IF CLIENTES-DISPONIBLES
004811         MOVE DIA-CLIENTE TO CLIENTE-NUMERO
004811         READ CLIENTE-FILE
004811             NOT INVALID KEY
004811                 MOVE CLIENTE-NOMBRE TO WS-NOMBRE-CLIENTE
004811         END-READ
004811     END-IF.
004811     PERFORM 5650-IMPRIMIR-ANULACION THRU 5650-EXIT.
004811
004811     ACCEPT CLIAUD-FECHA FROM DATE YYYYMMDD.
004811     ACCEPT CLIAUD-HORA FROM TIME.
004811     MOVE WS-OPERADOR TO CLIAUD-OPERADOR.
004811     MOVE WS-NOMBRE-CLIENTE TO CLIAUD-CLIENTE.
004811     MOVE "ANULA-RECIBO" TO CLIAUD-OPERACION.
004811     MOVE SPACES TO CLIAUD-CAMPO CLIAUD-ANTES CLIAUD-DESPUES.
004811     MOVE "FOLIO" TO CLIAUD-CAMPO.
004811     MOVE DIA-FOLIO TO CLIAUD-ANTES.
004811     MOVE DIA-MONTO TO WS-MONTO-EDIT.
004811     MOVE WS-MONTO-EDIT TO CLIAUD-DESPUES.
004811     PERFORM 8910-GRABAR-CLIAUDIT THRU 8910-EXIT.
004811     ACCEPT CLIAUD-FECHA FROM DATE YYYYMMDD.
004811     ACCEPT CLIAUD-HORA FROM TIME.
004811     MOVE APRB-SOLICITANTE TO CLIAUD-OPERADOR.
004811     MOVE WS-NOMBRE-CLIENTE TO CLIAUD-CLIENTE.
004811     MOVE "SOLICITO" TO CLIAUD-OPERACION.
004811     MOVE SPACES TO CLIAUD-CAMPO CLIAUD-ANTES CLIAUD-DESPUES.
004811     PERFORM 8910-GRABAR-CLIAUDIT THRU 8910-EXIT.
004811 5600-EXIT.
004811     EXIT.
004811
004811 5650-IMPRIMIR-ANULACION.
004811     OPEN EXTEND RECIBO-FILE.
004811     IF NOT WS-REC-OK
004811         OPEN OUTPUT RECIBO-FILE
004811     END-IF.
004811     IF NOT WS-REC-OK
004811         DISPLAY "CAJARECB NO DISPONIBLE; SIN CONSTANCIA"
004811         GO TO 5650-EXIT
004811     END-IF.
004811     MOVE DIA-MONTO TO WS-MONTO-EDIT.
004811     MOVE ALL "-" TO RECIBO-LINEA.
004811     WRITE RECIBO-LINEA.
004811     MOVE SPACES TO RECIBO-LINEA.
004811     STRING "ANULACION DEL RECIBO FOLIO " DELIMITED BY SIZE
004812         DIA-FOLIO DELIMITED BY SIZE
004812         "  FECHA " DELIMITED BY SIZE
004812         WS-FECHA-HOY DELIMITED BY SIZE
004812         INTO RECIBO-LINEA
004812     END-STRING.
004812     WRITE RECIBO-LINEA.
004812     MOVE SPACES TO RECIBO-LINEA.
004812     STRING "CUENTA " DELIMITED BY SIZE
004812         DIA-CLIENTE DELIMITED BY SIZE
004812         "  " DELIMITED BY SIZE
004812         WS-NOMBRE-CLIENTE DELIMITED BY SIZE
004812         INTO RECIBO-LINEA
004812     END-STRING.
004812     WRITE RECIBO-LINEA.
004812     MOVE SPACES TO RECIBO-LINEA.
004812     STRING "RECIBO ORIGINAL DEL " DELIMITED BY SIZE
004812         DIA-FECHA DELIMITED BY SIZE
004812         " POR " DELIMITED BY SIZE
004812         WS-MONTO-EDIT DELIMITED BY SIZE
004812         " QUEDA ANULADO" DELIMITED BY SIZE
004812         INTO RECIBO-LINEA
004812     END-STRING.
004812     WRITE RECIBO-LINEA.
004812     IF DIA-FEC-CORTE NOT = ZERO
004812         MOVE SPACES TO RECIBO-LINEA
004812         STRING "DIA LIBERADO EL " DELIMITED BY SIZE
004812             DIA-FEC-CORTE DELIMITED BY SIZE
004812             ": CARGO DE REVERSA A LA CUENTA" DELIMITED BY SIZE
004812             INTO RECIBO-LINEA
004812         END-STRING
004812         WRITE RECIBO-LINEA
004812     END-IF.
004812     MOVE SPACES TO RECIBO-LINEA.
004812     STRING "SOLICITO: " DELIMITED BY SIZE
004812         APRB-SOLICITANTE DELIMITED BY SIZE
004812         " AUTORIZO: " DELIMITED BY SIZE
004812         WS-OPERADOR DELIMITED BY SIZE
004812         INTO RECIBO-LINEA
004812     END-STRING.
004812     WRITE RECIBO-LINEA.
004812     CLOSE RECIBO-FILE.
004812 5650-EXIT.
004812     EXIT.
004812
004812*----------------------------------------------------------*
004812*  5700-AUTORIZAR-DEVOLUCION - Deja autorizada en DEVOIDX la *
004812*  devolucion de saldo a favor; la genera CLIFAVOR en el     *
004812*  siguiente cierre (cargo en CLIMOVS y orden de pago).      *
004813*  Si la cuenta ya salio del registro (se le acabo el saldo  *
004813*  a favor) la solicitud se da por atendida.                  *
004813*----------------------------------------------------------*
004813 5700-AUTORIZAR-DEVOLUCION.
004813     MOVE APRB-CLAVE (1:6) TO DEV-CLIENTE.
004813     READ DEVOLUCION-FILE
004813         INVALID KEY
004813             DISPLAY "La cuenta ya no tiene saldo a favor"
004813             SET OPERACION-APLICADA TO TRUE
004813             GO TO 5700-EXIT
004813     END-READ.
004813     IF NOT DEV-EN-APROBACION
004813        OR DEV-APRB-SECUENCIA NOT = APRB-SECUENCIA
004813         DISPLAY "La cuenta ya tiene otra decision; no se aplica"
004813         SET OPERACION-APLICADA TO TRUE
004813         GO TO 5700-EXIT
004813     END-IF.
004813     SET DEV-AUTORIZADA TO TRUE.
004813     MOVE WS-OPERADOR TO DEV-AUTORIZO.
004813     REWRITE DEV-REC
004813         INVALID KEY
004813             DISPLAY "ERROR AL AUTORIZAR LA DEVOLUCION"
004813             GO TO 5700-EXIT
004813     END-REWRITE.
004813     SET OPERACION-APLICADA TO TRUE.
004813     MOVE DEV-MONTO-DEVOLVER TO WS-MONTO-EDIT.
004813     DISPLAY "Devolucion de " WS-MONTO-EDIT " autorizada".
004813
004813     ACCEPT CLIAUD-FECHA FROM DATE YYYYMMDD.
004813     ACCEPT CLIAUD-HORA FROM TIME.
004813     MOVE WS-OPERADOR TO CLIAUD-OPERADOR.
004813     MOVE DEV-NOMBRE TO CLIAUD-CLIENTE.
004813     MOVE "DEVOLUCION" TO CLIAUD-OPERACION.
004813     MOVE SPACES TO CLIAUD-CAMPO CLIAUD-ANTES CLIAUD-DESPUES.
004813     PERFORM 8910-GRABAR-CLIAUDIT THRU 8910-EXIT.
004813     ACCEPT CLIAUD-FECHA FROM DATE YYYYMMDD.
004813     ACCEPT CLIAUD-HORA FROM TIME.
004813     MOVE APRB-SOLICITANTE TO CLIAUD-OPERADOR.
004813     MOVE DEV-NOMBRE TO CLIAUD-CLIENTE.
004813     MOVE "SOLICITO" TO CLIAUD-OPERACION.
004813     MOVE SPACES TO CLIAUD-CAMPO CLIAUD-ANTES CLIAUD-DESPUES.
004813     PERFORM 8910-GRABAR-CLIAUDIT THRU 8910-EXIT.
004813 5700-EXIT.
004813     EXIT.
004813
004813*----------------------------------------------------------*
004813*  5800-REVOCAR-BECA - Aplica el porcentaje propuesto por    *
004813*  BECAREVI; en cero la beca se borra.  ESCCUOTA factura con *
004813*  el porcentaje nuevo desde su siguiente corrida.           *
004813*----------------------------------------------------------*
004813 5800-REVOCAR-BECA.
004814     MOVE APRB-CLAVE (1:5) TO BECA-IDEN.
004814     READ BECA-FILE
004814         INVALID KEY
004814             DISPLAY "El estudiante ya no tiene beca"
004814             SET OPERACION-APLICADA TO TRUE
004814             GO TO 5800-EXIT
004814     END-READ.
004814     IF NOT BECA-EN-REVOCACION
004814        OR BECA-APRB-SECUENCIA NOT = APRB-SECUENCIA
004814         DISPLAY "La beca ya tiene otra decision; no se aplica"
004814         SET OPERACION-APLICADA TO TRUE
004814         GO TO 5800-EXIT
004814     END-IF.
004814
004814     INITIALIZE AUDIT-REC.
004814     MOVE BECA-PORCENTAJE TO AUD-ANTES.
004814     MOVE BECA-PCT-PROPUESTO TO AUD-DESPUES.
004814     IF BECA-PCT-PROPUESTO = ZERO
004814         DELETE BECA-FILE
004814             INVALID KEY
004814                 DISPLAY "ERROR AL QUITAR LA BECA"
004814                 GO TO 5800-EXIT
004814         END-DELETE
004814         DISPLAY "Beca retirada"
004814     ELSE
004814         MOVE BECA-PCT-PROPUESTO TO BECA-PORCENTAJE
004814         MOVE ZERO TO BECA-PCT-PROPUESTO
004814         MOVE ZERO TO BECA-APRB-SECUENCIA
004814         SET BECA-SIN-REVISION TO TRUE
004814         REWRITE BECA-REC
004814             INVALID KEY
004814                 DISPLAY "ERROR AL REDUCIR LA BECA"
004814                 GO TO 5800-EXIT
004814         END-REWRITE
004814         DISPLAY "Beca reducida al " BECA-PORCENTAJE "%"
004814     END-IF.
004814     SET OPERACION-APLICADA TO TRUE.
004814
004814     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
004814     ACCEPT AUD-HORA FROM TIME.
004814     MOVE WS-OPERADOR TO AUD-OPERADOR.
004814     MOVE APRB-CLAVE (1:5) TO AUD-IDEN.
004814     MOVE "BECA" TO AUD-OPERACION.
004814     MOVE "PORCENTAJE" TO AUD-CAMPO.
004814     PERFORM 8900-GRABAR-AUDITORIA THRU 8900-EXIT.
004814     INITIALIZE AUDIT-REC.
004814     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
004814     ACCEPT AUD-HORA FROM TIME.
004815     MOVE APRB-SOLICITANTE TO AUD-OPERADOR.
004815     MOVE APRB-CLAVE (1:5) TO AUD-IDEN.
004815     MOVE "SOLICITO" TO AUD-OPERACION.
004815     MOVE "BECA" TO AUD-CAMPO.
004815     MOVE WS-OPERADOR TO AUD-DESPUES.
004815     PERFORM 8900-GRABAR-AUDITORIA THRU 8900-EXIT.
004815 5800-EXIT.
004815     EXIT.
004815
004815*----------------------------------------------------------*
004815*  5850-RECHAZAR-BECA - Revocacion rechazada: la beca sigue  *
004815*  igual y queda en aviso para la siguiente revision.        *
004815*----------------------------------------------------------*
004815 5850-RECHAZAR-BECA.
004815     MOVE APRB-CLAVE (1:5) TO BECA-IDEN.
004815     READ BECA-FILE
004815         INVALID KEY
004815             GO TO 5850-EXIT
004815     END-READ.
004815     IF NOT BECA-EN-REVOCACION
004815        OR BECA-APRB-SECUENCIA NOT = APRB-SECUENCIA
004815         GO TO 5850-EXIT
004815     END-IF.
004815     SET BECA-EN-AVISO TO TRUE.
004815     MOVE ZERO TO BECA-PCT-PROPUESTO.
004815     MOVE ZERO TO BECA-APRB-SECUENCIA.
004815     REWRITE BECA-REC
004815         INVALID KEY
004815             DISPLAY "ERROR AL ACTUALIZAR LA BECA"
004815     END-REWRITE.
004815 5850-EXIT.
004815     EXIT.
004815
004815*----------------------------------------------------------*
004815*  5900-EXCEPTUAR-BLOQUEO - Anota en BLOQIDX la fecha hasta  *
004815*  la que la cuenta bloqueada puede recibir reinscripcion y  *
004815*  documentos (BLOQCHK la responde como excepcion).  Si el   *
004815*  bloqueo ya se libero la solicitud se da por atendida.     *
004815*----------------------------------------------------------*
004815 5900-EXCEPTUAR-BLOQUEO.
004815     MOVE APRB-CLAVE (1:6) TO BLOQ-CLIENTE.
004815     READ BLOQUEO-FILE
004815         INVALID KEY
004815             MOVE "L" TO BLOQ-ESTADO
004815     END-READ.
004815     IF NOT BLOQ-ACTIVO
004815         DISPLAY "La cuenta ya no esta bloqueada"
004815         SET OPERACION-APLICADA TO TRUE
004816         GO TO 5900-EXIT
004816     END-IF.
004816     IF APRB-DATO (1:8) NOT NUMERIC
004816         DISPLAY "Fecha de la excepcion invalida; no se aplica"
004816         GO TO 5900-EXIT
004816     END-IF.
004816     MOVE BLOQ-EXC-HASTA  TO WS-EXC-HASTA-ANT.
004816     MOVE APRB-DATO (1:8) TO BLOQ-EXC-HASTA.
004816     MOVE WS-OPERADOR     TO BLOQ-EXC-APROBO.
004816     REWRITE BLOQ-REC
004816         INVALID KEY
004816             DISPLAY "ERROR AL ANOTAR LA EXCEPCION"
004816             GO TO 5900-EXIT
004816     END-REWRITE.
004816     SET OPERACION-APLICADA TO TRUE.
004816     DISPLAY "Excepcion al bloqueo vigente hasta " BLOQ-EXC-HASTA.
004816
004816     MOVE BLOQ-CLIENTE TO WS-NOMBRE-CLIENTE.
004816     IF CLIENTES-DISPONIBLES
004816         MOVE BLOQ-CLIENTE TO CLIENTE-NUMERO
004816         READ CLIENTE-FILE
004816             NOT INVALID KEY
004816                 MOVE CLIENTE-NOMBRE TO WS-NOMBRE-CLIENTE
004816         END-READ
004816     END-IF.
004816     ACCEPT CLIAUD-FECHA FROM DATE YYYYMMDD.
004816     ACCEPT CLIAUD-HORA FROM TIME.
004816     MOVE WS-OPERADOR TO CLIAUD-OPERADOR.
004816     MOVE WS-NOMBRE-CLIENTE TO CLIAUD-CLIENTE.
004816     MOVE "EXC-BLOQUEO" TO CLIAUD-OPERACION.
004816     MOVE SPACES TO CLIAUD-CAMPO CLIAUD-ANTES CLIAUD-DESPUES.
004816     MOVE "EXC-HASTA" TO CLIAUD-CAMPO.
004816     MOVE WS-EXC-HASTA-ANT TO CLIAUD-ANTES.
004816     MOVE BLOQ-EXC-HASTA TO CLIAUD-DESPUES.
004816     PERFORM 8910-GRABAR-CLIAUDIT THRU 8910-EXIT.
004816     ACCEPT CLIAUD-FECHA FROM DATE YYYYMMDD.
004816     ACCEPT CLIAUD-HORA FROM TIME.
004816     MOVE APRB-SOLICITANTE TO CLIAUD-OPERADOR.
004816     MOVE WS-NOMBRE-CLIENTE TO CLIAUD-CLIENTE.
004816     MOVE "SOLICITO" TO CLIAUD-OPERACION.
004816     MOVE SPACES TO CLIAUD-CAMPO CLIAUD-ANTES CLIAUD-DESPUES.
004816     PERFORM 8910-GRABAR-CLIAUDIT THRU 8910-EXIT.
004816 5900-EXIT.
004816     EXIT.
004816
004816*----------------------------------------------------------*
004816*  8900-GRABAR-AUDITORIA - Numera y encadena el renglon      *
004816*  (rutina AUDCADEN) y lo graba en ESCAUDIT.                 *
004816*----------------------------------------------------------*
004816 8900-GRABAR-AUDITORIA.
004816*  El ultimo eslabon se toma del rastro al momento de grabar;
004816*  el renglon ya armado se guarda mientras se abre.
004816     MOVE AUDIT-REC TO ESCCAD-RENGLON.
004816     MOVE "ESCAUDIT" TO ESCCAD-ARCHIVO.
004816     MOVE 129 TO ESCCAD-POSICION.
004817     SET ESCCAD-ULTIMO TO TRUE.
004817     CALL "AUDCADEN" USING ESCCAD-PARM.
004817     OPEN EXTEND AUDIT-FILE.
004817     IF NOT WS-AUD-OK
004817         OPEN OUTPUT AUDIT-FILE
004817     END-IF.
004817     IF NOT WS-AUD-OK
004817         MOVE "APRBREV"        TO ERRHAND-PROGRAMA
004817         MOVE "8900-GRABAR-AUDIT" TO ERRHAND-PARRAFO
004817         MOVE WS-AUD-STATUS    TO ERRHAND-FILE-STATUS
004817         SET ERRHAND-ADVERTENCIA TO TRUE
004817         MOVE "ERROR AL ABRIR ESCAUDIT" TO ERRHAND-MENSAJE
004817         CALL "ERRHAND" USING ERRHAND-PARM
004817         GO TO 8900-EXIT
004817     END-IF.
004817     MOVE ESCCAD-RENGLON TO AUDIT-REC.
004817     ADD 1 TO ESCCAD-SECUENCIA.
004817     MOVE ESCCAD-SECUENCIA TO AUD-SECUENCIA.
004817     MOVE AUDIT-REC TO ESCCAD-RENGLON.
004817     SET ESCCAD-ENCADENAR TO TRUE.
004817     CALL "AUDCADEN" USING ESCCAD-PARM.
004817     MOVE ESCCAD-CADENA TO AUD-CADENA.
004817     WRITE AUDIT-REC.
004817     CLOSE AUDIT-FILE.
004817 8900-EXIT.
004817     EXIT.
004817
004817*----------------------------------------------------------*
004817*  8910-GRABAR-CLIAUDIT - Numera y encadena el renglon       *
004817*  (rutina AUDCADEN) y lo graba en CLIAUDIT.                 *
004817*----------------------------------------------------------*
004817 8910-GRABAR-CLIAUDIT.
004817*  El ultimo eslabon se toma del rastro al momento de grabar;
004817*  el renglon ya armado se guarda mientras se abre.
004817     MOVE CLIAUD-REC TO CLICAD-RENGLON.
004817     MOVE "CLIAUDIT" TO CLICAD-ARCHIVO.
004817     MOVE 164 TO CLICAD-POSICION.
004817     SET CLICAD-ULTIMO TO TRUE.
004817     CALL "AUDCADEN" USING CLICAD-PARM.
004817     OPEN EXTEND CLIAUDIT-FILE.
004817     IF NOT WS-CAU-OK
004817         OPEN OUTPUT CLIAUDIT-FILE
004817     END-IF.
004817     IF NOT WS-CAU-OK
004817         MOVE "APRBREV"        TO ERRHAND-PROGRAMA
004817         MOVE "8910-GRABAR-CLIAUDIT" TO ERRHAND-PARRAFO
004817         MOVE WS-CAU-STATUS    TO ERRHAND-FILE-STATUS
004817         SET ERRHAND-ADVERTENCIA TO TRUE
004818         MOVE "ERROR AL ABRIR CLIAUDIT" TO ERRHAND-MENSAJE
004818         CALL "ERRHAND" USING ERRHAND-PARM
004818         GO TO 8910-EXIT
004818     END-IF.
004818     MOVE CLICAD-RENGLON TO CLIAUD-REC.
004818     ADD 1 TO CLICAD-SECUENCIA.
004818     MOVE CLICAD-SECUENCIA TO CLIAUD-SECUENCIA.
004818     MOVE CLIAUD-REC TO CLICAD-RENGLON.
004818     SET CLICAD-ENCADENAR TO TRUE.
004818     CALL "AUDCADEN" USING CLICAD-PARM.
004818     MOVE CLICAD-CADENA TO CLIAUD-CADENA.
004818     WRITE CLIAUD-REC.
004818     CLOSE CLIAUDIT-FILE.
004818 8910-EXIT.
004818     EXIT.
004818
004818*----------------------------------------------------------*
004818*  8920-GRABAR-LOGAUDIT - Numera y encadena el renglon       *
004818*  (rutina AUDCADEN) y lo graba en LOGAUDIT.                 *
004818*----------------------------------------------------------*
004818 8920-GRABAR-LOGAUDIT.
004818*  El ultimo eslabon se toma del rastro al momento de grabar;
004818*  el renglon ya armado se guarda mientras se abre.
004818     MOVE LOGAUD-REC TO LOGCAD-RENGLON.
004818     MOVE "LOGAUDIT" TO LOGCAD-ARCHIVO.
004818     MOVE 69 TO LOGCAD-POSICION.
004818     SET LOGCAD-ULTIMO TO TRUE.
004818     CALL "AUDCADEN" USING LOGCAD-PARM.
004818     OPEN EXTEND LOGAUDIT-FILE.
004818     IF NOT WS-LAU-OK
004818         OPEN OUTPUT LOGAUDIT-FILE
004818     END-IF.
004818     IF NOT WS-LAU-OK
004818         MOVE "APRBREV"        TO ERRHAND-PROGRAMA
004818         MOVE "8920-GRABAR-LOGAUDIT" TO ERRHAND-PARRAFO
004818         MOVE WS-LAU-STATUS    TO ERRHAND-FILE-STATUS
004818         SET ERRHAND-ADVERTENCIA TO TRUE
004818         MOVE "ERROR AL ABRIR LOGAUDIT" TO ERRHAND-MENSAJE
004818         CALL "ERRHAND" USING ERRHAND-PARM
004818         GO TO 8920-EXIT
004818     END-IF.
004818     MOVE LOGCAD-RENGLON TO LOGAUD-REC.
004818     ADD 1 TO LOGCAD-SECUENCIA.
004818     MOVE LOGCAD-SECUENCIA TO LOGAUD-SECUENCIA.
004818     MOVE LOGAUD-REC TO LOGCAD-RENGLON.
004818     SET LOGCAD-ENCADENAR TO TRUE.
004818     CALL "AUDCADEN" USING LOGCAD-PARM.
004819     MOVE LOGCAD-CADENA TO LOGAUD-CADENA.
004820     WRITE LOGAUD-REC.
004826     CLOSE LOGAUDIT-FILE.
004832 8920-EXIT.
004840     EXIT.
004850
004860*----------------------------------------------------------*
004970     IF USUARIOS-DISPONIBLES
004980         CLOSE USUARIO-FILE
004990     END-IF.
004993     IF CAJA-DISPONIBLE
004996         CLOSE DIA-FILE
004999     END-IF.
005002     IF DEVOLUCIONES-DISPONIBLES
005005         CLOSE DEVOLUCION-FILE
005008     END-IF.
005011     IF BECAS-DISPONIBLES
005014         CLOSE BECA-FILE
005017     END-IF.
005020     IF BLOQUEOS-DISPONIBLES
005023         CLOSE BLOQUEO-FILE
005026     END-IF.
005030 9000-EXIT.
005040     EXIT.

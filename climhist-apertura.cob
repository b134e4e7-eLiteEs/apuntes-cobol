000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  CLIAPERT                                    *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Carga unica de saldos de apertura en el historial, antes  *
000090*  del primer cuadre CLICUADR: los saldos de CLIMAST vienen  *
000100*  de CLICONV y de altas y cambios de CLIMANT que no dejaban *
000110*  movimiento, asi que el historial no los explica.  Por     *
000120*  cada cuenta cuyo saldo difiere del neto de su historial   *
000130*  lista la diferencia y, si el operador lo confirma, graba  *
000140*  un movimiento de ajuste (origen AJ) por ella con          *
000150*  secuencia 0000 y la fecha del primer movimiento de la     *
000160*  cuenta (o la de hoy si no tiene), para que quede como el  *
000170*  primero de su historial.  La secuencia 0000 no la usa     *
000180*  ningun otro programa, por lo que una segunda corrida no   *
000190*  duplica aperturas.                                         *
000200*----------------------------------------------------------*
000210*  MODIFICATIONS.
000220*  2026-10-15 JFV  Creacion inicial.
000230*----------------------------------------------------------*
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. CLIAPERT.
000260 AUTHOR. J. FIGUEROA VEGA.
000270 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000280 DATE-WRITTEN. 2026-10-15.
000290 DATE-COMPILED.
000300
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT CLIENTE-FILE ASSIGN TO "CLIMAST"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS CLIENTE-NUMERO
000380         ALTERNATE RECORD KEY IS CLIENTE-NOMBRE
000390             WITH DUPLICATES
000400         FILE STATUS IS WS-CLI-STATUS.
000410
000420     SELECT HISTORIAL-FILE ASSIGN TO "CLIMHIDX"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS MOVH-CLAVE
000460         FILE STATUS IS WS-HIS-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  CLIENTE-FILE.
000510     COPY CLIREC.
000520
000530 FD  HISTORIAL-FILE.
000540     COPY MOVHREC.
000550
000560 WORKING-STORAGE SECTION.
000570 01  WS-CLI-STATUS                PIC X(02).
000580     88  WS-CLI-OK                        VALUE "00".
000590     88  WS-CLI-FIN-ARCHIVO               VALUE "10".
000600
000610 01  WS-HIS-STATUS                PIC X(02).
000620     88  WS-HIS-OK                        VALUE "00".
000630
000640 01  WS-SWITCHES.
000650     05  WS-MODO                  PIC X(01) VALUE "N".
000660         88  MODO-GRABAR                  VALUE "S".
000670     05  WS-FIN-CUENTA            PIC X(01) VALUE "N".
000680         88  FIN-DE-CUENTA                VALUE "S".
000690
000700 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
000710 01  WS-FECHA-APERTURA            PIC 9(08) VALUE ZERO.
000720 01  WS-SALDO-HISTORIAL           PIC S9(09)V9(02) VALUE ZERO.
000730 01  WS-DIFERENCIA                PIC S9(09)V9(02) VALUE ZERO.
000740 01  WS-DIFERENCIA-EDIT           PIC -ZZZZZZZZ9.99.
000750
000760 01  WS-CONTADORES.
000770     05  WS-CUENTAS-LEIDAS        PIC 9(07) COMP VALUE ZERO.
000780     05  WS-CUENTAS-DIFIEREN      PIC 9(07) COMP VALUE ZERO.
000790     05  WS-APERTURAS-GRABADAS    PIC 9(07) COMP VALUE ZERO.
000800     05  WS-YA-CON-APERTURA       PIC 9(07) COMP VALUE ZERO.
000810
000820 COPY ERRPARM.
000830
000840 PROCEDURE DIVISION.
000850 0000-MAINLINE.
000860     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
000870     PERFORM 2000-REVISAR-CUENTA THRU 2000-EXIT
000880         UNTIL WS-CLI-FIN-ARCHIVO.
000890     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
000900     STOP RUN.
000910
000920*----------------------------------------------------------*
000930*  1000-INICIALIZAR - Abre los archivos y pregunta si se     *
000940*  graban las aperturas o solo se listan las diferencias.    *
000950*----------------------------------------------------------*
000960 1000-INICIALIZAR.
000970     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
000980
000990     OPEN INPUT CLIENTE-FILE.
001000     IF NOT WS-CLI-OK
001010         MOVE "CLIAPERT"      TO ERRHAND-PROGRAMA
001020         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001030         MOVE WS-CLI-STATUS   TO ERRHAND-FILE-STATUS
001040         SET ERRHAND-FATAL TO TRUE
001050         MOVE "ERROR AL ABRIR CLIMAST" TO ERRHAND-MENSAJE
001060         CALL "ERRHAND" USING ERRHAND-PARM
001070         STOP RUN
001080     END-IF.
001090
001100     OPEN I-O HISTORIAL-FILE.
001110     IF NOT WS-HIS-OK
001120         IF WS-HIS-STATUS = "35"
001130             OPEN OUTPUT HISTORIAL-FILE
001140             CLOSE HISTORIAL-FILE
001150             OPEN I-O HISTORIAL-FILE
001160         END-IF
001170     END-IF.
001180     IF NOT WS-HIS-OK
001190         MOVE "CLIAPERT"      TO ERRHAND-PROGRAMA
001200         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001210         MOVE WS-HIS-STATUS   TO ERRHAND-FILE-STATUS
001220         SET ERRHAND-FATAL TO TRUE
001230         MOVE "ERROR AL ABRIR CLIMHIDX" TO ERRHAND-MENSAJE
001240         CALL "ERRHAND" USING ERRHAND-PARM
001250         STOP RUN
001260     END-IF.
001270
001280     DISPLAY "Grabar las aperturas en CLIMHIDX (S/N)?"
001290         " N = solo listar las diferencias:".
001300     MOVE "N" TO WS-MODO.
001310     ACCEPT WS-MODO.
001320 1000-EXIT.
001330     EXIT.
001340
001350*----------------------------------------------------------*
001360*  2000-REVISAR-CUENTA - Neto del historial de la cuenta     *
001370*  contra su saldo; la diferencia se lista y, en modo        *
001380*  grabar, queda como movimiento de apertura.                 *
001390*----------------------------------------------------------*
001400 2000-REVISAR-CUENTA.
001410     READ CLIENTE-FILE NEXT RECORD
001420         AT END
001430             SET WS-CLI-FIN-ARCHIVO TO TRUE
001440             GO TO 2000-EXIT
001450     END-READ.
001460     ADD 1 TO WS-CUENTAS-LEIDAS.
001470
001480     MOVE ZERO TO WS-SALDO-HISTORIAL.
001490     MOVE WS-FECHA-HOY TO WS-FECHA-APERTURA.
001500     MOVE "N" TO WS-FIN-CUENTA.
001510     MOVE CLIENTE-NUMERO TO MOVH-CLIENTE.
001520     MOVE ZERO TO MOVH-FECHA.
001530     MOVE ZERO TO MOVH-SECUENCIA.
001540     START HISTORIAL-FILE KEY IS NOT < MOVH-CLAVE
001550         INVALID KEY
001560             SET FIN-DE-CUENTA TO TRUE
001570     END-START.
001580     IF NOT FIN-DE-CUENTA
001590         READ HISTORIAL-FILE NEXT RECORD
001600             AT END
001610                 SET FIN-DE-CUENTA TO TRUE
001620         END-READ
001630     END-IF.
001640     IF NOT FIN-DE-CUENTA
001650        AND MOVH-CLIENTE = CLIENTE-NUMERO
001660         MOVE MOVH-FECHA TO WS-FECHA-APERTURA
001670     END-IF.
001680     PERFORM 2100-SUMAR-MOVIMIENTO THRU 2100-EXIT
001690         UNTIL FIN-DE-CUENTA.
001700
001710     COMPUTE WS-DIFERENCIA = CLIENTE-SALDO - WS-SALDO-HISTORIAL.
001720     IF WS-DIFERENCIA = ZERO
001730         GO TO 2000-EXIT
001740     END-IF.
001750     ADD 1 TO WS-CUENTAS-DIFIEREN.
001760     MOVE WS-DIFERENCIA TO WS-DIFERENCIA-EDIT.
001770     DISPLAY "CLIENTE " CLIENTE-NUMERO " " CLIENTE-NOMBRE
001780         " DIFERENCIA " WS-DIFERENCIA-EDIT.
001790     IF MODO-GRABAR
001800         PERFORM 2200-GRABAR-APERTURA THRU 2200-EXIT
001810     END-IF.
001820 2000-EXIT.
001830     EXIT.
001840
001850 2100-SUMAR-MOVIMIENTO.
001860     IF MOVH-CLIENTE NOT = CLIENTE-NUMERO
001870         SET FIN-DE-CUENTA TO TRUE
001880         GO TO 2100-EXIT
001890     END-IF.
001900     IF MOVH-ES-CARGO
001910         ADD MOVH-MONTO TO WS-SALDO-HISTORIAL
001920     ELSE
001930         SUBTRACT MOVH-MONTO FROM WS-SALDO-HISTORIAL
001940     END-IF.
001950     READ HISTORIAL-FILE NEXT RECORD
001960         AT END
001970             SET FIN-DE-CUENTA TO TRUE
001980     END-READ.
001990 2100-EXIT.
002000     EXIT.
002010
002020 2200-GRABAR-APERTURA.
002030     INITIALIZE MOVH-REC.
002040     MOVE CLIENTE-NUMERO    TO MOVH-CLIENTE.
002050     MOVE WS-FECHA-APERTURA TO MOVH-FECHA.
002060     MOVE ZERO              TO MOVH-SECUENCIA.
002070     SET MOVH-DE-AJUSTE TO TRUE.
002080     IF WS-DIFERENCIA > ZERO
002090         SET MOVH-ES-CARGO TO TRUE
002100         MOVE WS-DIFERENCIA TO MOVH-MONTO
002110     ELSE
002120         SET MOVH-ES-PAGO TO TRUE
002130         COMPUTE MOVH-MONTO = ZERO - WS-DIFERENCIA
002140     END-IF.
002150     WRITE MOVH-REC
002160         INVALID KEY
002170             ADD 1 TO WS-YA-CON-APERTURA
002180             DISPLAY "  YA TIENE APERTURA, NO SE GRABA"
002190         NOT INVALID KEY
002200             ADD 1 TO WS-APERTURAS-GRABADAS
002210     END-WRITE.
002220 2200-EXIT.
002230     EXIT.
002240
002250*----------------------------------------------------------*
002260*  9000-FINALIZAR - Cierra archivos e imprime el resumen      *
002270*----------------------------------------------------------*
002280 9000-FINALIZAR.
002290     CLOSE CLIENTE-FILE.
002300     CLOSE HISTORIAL-FILE.
002310     DISPLAY " ".
002320     DISPLAY "---- SALDOS DE APERTURA EN CLIMHIDX ----".
002330     DISPLAY "CUENTAS LEIDAS    : " WS-CUENTAS-LEIDAS.
002340     DISPLAY "CUENTAS CON DIFERENCIA: " WS-CUENTAS-DIFIEREN.
002350     DISPLAY "APERTURAS GRABADAS: " WS-APERTURAS-GRABADAS.
002360     DISPLAY "YA CON APERTURA   : " WS-YA-CON-APERTURA.
002370     IF NOT MODO-GRABAR
002380         DISPLAY "SOLO LISTADO: NO SE GRABO NADA"
002390     END-IF.
002400 9000-EXIT.
002410     EXIT.

000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  CLICUADR                                    *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Cuadre del auxiliar de clientes, al estilo de ESCBALAN:   *
000090*  recalcula el saldo de cada cuenta desde su historial      *
000100*  CLIMHIDX (cargos menos pagos) y lo compara con el         *
000110*  CLIENTE-SALDO de CLIMAST, que tocan ESCCUOTA, CLIPOST y   *
000120*  CLIMANT.  Los dos archivos se leen en paralelo por numero *
000130*  de cliente (apareo); los movimientos de un numero que no  *
000140*  existe en CLIMAST cuentan como descuadre.  Cada cuenta    *
000150*  que difiere sale en el reporte (generacion fechada via    *
000160*  RPTGEN) y en la bitacora de ERRHAND como advertencia; el  *
000170*  total del colegio (suma de saldos contra suma de todos    *
000180*  los movimientos) se prueba aparte.  Con cualquier         *
000190*  diferencia termina con RETURN-CODE 8.                     *
000200*----------------------------------------------------------*
000210*  MODIFICATIONS.
000220*  2026-10-15 JFV  Creacion inicial.
000230*----------------------------------------------------------*
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. CLICUADR.
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
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS MOVH-CLAVE
000460         FILE STATUS IS WS-HIS-STATUS.
000470
000480     SELECT REPORTE-FILE ASSIGN TO WS-ARCHIVO-REPORTE
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-RPT-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  CLIENTE-FILE.
000550     COPY CLIREC.
000560
000570 FD  HISTORIAL-FILE.
000580     COPY MOVHREC.
000590
000600 FD  REPORTE-FILE.
000610 01  REPORTE-LINEA                PIC X(100).
000620
000630 WORKING-STORAGE SECTION.
000640 01  WS-CLI-STATUS                PIC X(02).
000650     88  WS-CLI-OK                        VALUE "00".
000660     88  WS-CLI-FIN-ARCHIVO               VALUE "10".
000670
000680 01  WS-HIS-STATUS                PIC X(02).
000690     88  WS-HIS-OK                        VALUE "00".
000700     88  WS-HIS-FIN-ARCHIVO               VALUE "10".
000710
000720 01  WS-RPT-STATUS                PIC X(02).
000730     88  WS-RPT-OK                        VALUE "00".
000740
000750 01  WS-ARCHIVO-REPORTE           PIC X(20) VALUE "CLICUADR".
000760
000770*  Claves del apareo; HIGH-VALUES al terminar cada archivo.
000780 01  WS-CLAVE-CLIENTE             PIC X(06).
000790 01  WS-CLAVE-MOVIMIENTO          PIC X(06).
000800 01  WS-CLIENTE-ACTUAL            PIC X(06).
000810
000820 01  WS-FECHA-PROCESO             PIC 9(08) VALUE ZERO.
000830
000840 01  WS-SALDO-HISTORIAL          PIC S9(09)V9(02) VALUE ZERO.
000850 01  WS-SALDO-MAESTRO            PIC S9(09)V9(02) VALUE ZERO.
000860 01  WS-DIFERENCIA               PIC S9(09)V9(02) VALUE ZERO.
000870 01  WS-DIFERENCIA-EDIT          PIC -ZZZZZZZZ9.99.
000880
000890 01  WS-CONTADORES.
000900     05  WS-CUENTAS-LEIDAS        PIC 9(07) COMP VALUE ZERO.
000910     05  WS-MOVIMIENTOS-LEIDOS    PIC 9(07) COMP VALUE ZERO.
000920     05  WS-CUENTAS-CUADRADAS     PIC 9(07) COMP VALUE ZERO.
000930     05  WS-CUENTAS-DESCUADRADAS  PIC 9(07) COMP VALUE ZERO.
000940     05  WS-CLIENTES-HUERFANOS    PIC 9(07) COMP VALUE ZERO.
000950
000960 01  WS-TOTALES-COLEGIO.
000970     05  WS-TOTAL-SALDOS          PIC S9(11)V9(02) VALUE ZERO.
000980     05  WS-TOTAL-CARGOS          PIC S9(11)V9(02) VALUE ZERO.
000990     05  WS-TOTAL-PAGOS           PIC S9(11)V9(02) VALUE ZERO.
001000     05  WS-TOTAL-NETO            PIC S9(11)V9(02) VALUE ZERO.
001010     05  WS-TOTAL-DIFERENCIA      PIC S9(11)V9(02) VALUE ZERO.
001020
001030 01  WS-LINEA-ENCABEZADO.
001040     05  FILLER                   PIC X(40)
001050         VALUE "CUADRE DE SALDOS CONTRA HISTORIAL, AL ".
001060     05  RPT-ENC-FECHA            PIC 9(08).
001070
001080 01  WS-LINEA-TITULOS             PIC X(100) VALUE
001090     "CLIENTE NOMBRE                 SALDO MAESTRO  SALDO HISTORIA
001100-    "L     DIFERENCIA".
001110
001120 01  WS-LINEA-DETALLE.
001130     05  RPT-CLIENTE              PIC X(06).
001140     05  FILLER                   PIC X(02) VALUE SPACES.
001150     05  RPT-NOMBRE               PIC X(20).
001160     05  FILLER                   PIC X(01) VALUE SPACE.
001170     05  RPT-SALDO-MAESTRO        PIC -ZZZZZZZZ9.99.
001180     05  FILLER                   PIC X(02) VALUE SPACES.
001190     05  RPT-SALDO-HISTORIAL      PIC -ZZZZZZZZ9.99.
001200     05  FILLER                   PIC X(02) VALUE SPACES.
001210     05  RPT-DIFERENCIA           PIC -ZZZZZZZZ9.99.
001220
001230 01  WS-LINEA-TOTAL.
001240     05  RPT-TOT-TITULO           PIC X(30).
001250     05  RPT-TOT-MONTO            PIC -ZZZZZZZZZZ9.99.
001260
001270 01  WS-LINEA-RESULTADO           PIC X(100) VALUE SPACES.
001280
001290 COPY ERRPARM.
001300
001310 COPY RPTGPARM.
001320
001330 PROCEDURE DIVISION.
001340 0000-MAINLINE.
001350     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001360     PERFORM 2000-CUADRAR-CUENTA THRU 2000-EXIT
001370         UNTIL WS-CLI-FIN-ARCHIVO AND WS-HIS-FIN-ARCHIVO.
001380     PERFORM 3000-CUADRAR-COLEGIO THRU 3000-EXIT.
001390     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001400     STOP RUN.
001410
001420*----------------------------------------------------------*
001430*  1000-INICIALIZAR - Abre los dos archivos, el reporte y    *
001440*  lee el primer registro de cada uno.                        *
001450*----------------------------------------------------------*
001460 1000-INICIALIZAR.
001470     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
001480
001490     OPEN INPUT CLIENTE-FILE.
001500     IF NOT WS-CLI-OK
001510         MOVE "CLICUADR"      TO ERRHAND-PROGRAMA
001520         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001530         MOVE WS-CLI-STATUS   TO ERRHAND-FILE-STATUS
001540         SET ERRHAND-FATAL TO TRUE
001550         MOVE "ERROR AL ABRIR CLIMAST" TO ERRHAND-MENSAJE
001560         CALL "ERRHAND" USING ERRHAND-PARM
001570         MOVE 8 TO RETURN-CODE
001580         STOP RUN
001590     END-IF.
001600
001610     OPEN INPUT HISTORIAL-FILE.
001620     IF NOT WS-HIS-OK
001630         MOVE "CLICUADR"      TO ERRHAND-PROGRAMA
001640         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001650         MOVE WS-HIS-STATUS   TO ERRHAND-FILE-STATUS
001660         SET ERRHAND-FATAL TO TRUE
001670         MOVE "ERROR AL ABRIR CLIMHIDX" TO ERRHAND-MENSAJE
001680         CALL "ERRHAND" USING ERRHAND-PARM
001690         MOVE 8 TO RETURN-CODE
001700         STOP RUN
001710     END-IF.
001720
001730     MOVE "CLICUADR" TO RPTGEN-REPORTE.
001740     CALL "RPTGEN" USING RPTGEN-PARM.
001750     MOVE RPTGEN-ARCHIVO TO WS-ARCHIVO-REPORTE.
001760     OPEN OUTPUT REPORTE-FILE.
001770     MOVE WS-FECHA-PROCESO TO RPT-ENC-FECHA.
001780     WRITE REPORTE-LINEA FROM WS-LINEA-ENCABEZADO.
001790     MOVE SPACES TO REPORTE-LINEA.
001800     WRITE REPORTE-LINEA.
001810     WRITE REPORTE-LINEA FROM WS-LINEA-TITULOS.
001820
001830     PERFORM 8100-LEER-CLIENTE THRU 8100-EXIT.
001840     PERFORM 8200-LEER-MOVIMIENTO THRU 8200-EXIT.
001850 1000-EXIT.
001860     EXIT.
001870
001880*----------------------------------------------------------*
001890*  2000-CUADRAR-CUENTA - Toma la clave menor de los dos      *
001900*  archivos, suma sus movimientos y la compara con el saldo  *
001910*  del maestro (cero si el cliente no existe).                *
001920*----------------------------------------------------------*
001930 2000-CUADRAR-CUENTA.
001940     IF WS-CLAVE-CLIENTE < WS-CLAVE-MOVIMIENTO
001950         MOVE WS-CLAVE-CLIENTE TO WS-CLIENTE-ACTUAL
001960     ELSE
001970         MOVE WS-CLAVE-MOVIMIENTO TO WS-CLIENTE-ACTUAL
001980     END-IF.
001990
002000     MOVE ZERO TO WS-SALDO-HISTORIAL.
002010     PERFORM 2100-SUMAR-MOVIMIENTO THRU 2100-EXIT
002020         UNTIL WS-CLAVE-MOVIMIENTO NOT = WS-CLIENTE-ACTUAL.
002030
002040     MOVE SPACES TO WS-LINEA-DETALLE.
002050     MOVE WS-CLIENTE-ACTUAL TO RPT-CLIENTE.
002060     IF WS-CLAVE-CLIENTE = WS-CLIENTE-ACTUAL
002070         MOVE CLIENTE-SALDO  TO WS-SALDO-MAESTRO
002080         MOVE CLIENTE-NOMBRE TO RPT-NOMBRE
002090         ADD CLIENTE-SALDO TO WS-TOTAL-SALDOS
002100         PERFORM 8100-LEER-CLIENTE THRU 8100-EXIT
002110     ELSE
002120         MOVE ZERO TO WS-SALDO-MAESTRO
002130         MOVE "*** NO EXISTE ***" TO RPT-NOMBRE
002140         ADD 1 TO WS-CLIENTES-HUERFANOS
002150     END-IF.
002160
002170     COMPUTE WS-DIFERENCIA =
002180         WS-SALDO-MAESTRO - WS-SALDO-HISTORIAL.
002190     IF WS-DIFERENCIA = ZERO
002200         ADD 1 TO WS-CUENTAS-CUADRADAS
002210         GO TO 2000-EXIT
002220     END-IF.
002230
002240     ADD 1 TO WS-CUENTAS-DESCUADRADAS.
002250     MOVE WS-SALDO-MAESTRO    TO RPT-SALDO-MAESTRO.
002260     MOVE WS-SALDO-HISTORIAL  TO RPT-SALDO-HISTORIAL.
002270     MOVE WS-DIFERENCIA       TO RPT-DIFERENCIA.
002280     WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE.
002290
002300     MOVE WS-DIFERENCIA TO WS-DIFERENCIA-EDIT.
002310     MOVE "CLICUADR"          TO ERRHAND-PROGRAMA.
002320     MOVE "2000-CUADRAR-CUENTA" TO ERRHAND-PARRAFO.
002330     MOVE SPACES              TO ERRHAND-FILE-STATUS.
002340     SET ERRHAND-ADVERTENCIA TO TRUE.
002350     MOVE SPACES TO ERRHAND-MENSAJE.
002360     STRING "SALDO DIFIERE DE CLIMHIDX, CLIENTE "
002370             DELIMITED BY SIZE
002380         WS-CLIENTE-ACTUAL DELIMITED BY SIZE
002390         " DIF" DELIMITED BY SIZE
002400         WS-DIFERENCIA-EDIT DELIMITED BY SIZE
002410         INTO ERRHAND-MENSAJE
002420     END-STRING.
002430     CALL "ERRHAND" USING ERRHAND-PARM.
002440 2000-EXIT.
002450     EXIT.
002460
002470 2100-SUMAR-MOVIMIENTO.
002480     IF MOVH-ES-CARGO
002490         ADD MOVH-MONTO TO WS-SALDO-HISTORIAL
002500         ADD MOVH-MONTO TO WS-TOTAL-CARGOS
002510     ELSE
002520         SUBTRACT MOVH-MONTO FROM WS-SALDO-HISTORIAL
002530         ADD MOVH-MONTO TO WS-TOTAL-PAGOS
002540     END-IF.
002550     PERFORM 8200-LEER-MOVIMIENTO THRU 8200-EXIT.
002560 2100-EXIT.
002570     EXIT.
002580
002590*----------------------------------------------------------*
002600*  3000-CUADRAR-COLEGIO - La suma de todos los saldos contra *
002610*  la suma neta de todos los movimientos; cierra el reporte  *
002620*  con el resultado y pone el codigo de retorno.             *
002630*----------------------------------------------------------*
002640 3000-CUADRAR-COLEGIO.
002650     COMPUTE WS-TOTAL-NETO = WS-TOTAL-CARGOS - WS-TOTAL-PAGOS.
002660     COMPUTE WS-TOTAL-DIFERENCIA =
002670         WS-TOTAL-SALDOS - WS-TOTAL-NETO.
002680
002690     MOVE SPACES TO REPORTE-LINEA.
002700     WRITE REPORTE-LINEA.
002710     MOVE "SUMA DE SALDOS DE CLIMAST" TO RPT-TOT-TITULO.
002720     MOVE WS-TOTAL-SALDOS TO RPT-TOT-MONTO.
002730     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
002740     MOVE "TOTAL CARGOS DE CLIMHIDX" TO RPT-TOT-TITULO.
002750     MOVE WS-TOTAL-CARGOS TO RPT-TOT-MONTO.
002760     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
002770     MOVE "TOTAL PAGOS DE CLIMHIDX" TO RPT-TOT-TITULO.
002780     MOVE WS-TOTAL-PAGOS TO RPT-TOT-MONTO.
002790     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
002800     MOVE "NETO DE MOVIMIENTOS" TO RPT-TOT-TITULO.
002810     MOVE WS-TOTAL-NETO TO RPT-TOT-MONTO.
002820     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
002830     MOVE "DIFERENCIA DEL COLEGIO" TO RPT-TOT-TITULO.
002840     MOVE WS-TOTAL-DIFERENCIA TO RPT-TOT-MONTO.
002850     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
002860     MOVE SPACES TO REPORTE-LINEA.
002870     WRITE REPORTE-LINEA.
002880
002890     IF WS-CUENTAS-DESCUADRADAS = ZERO
002900        AND WS-TOTAL-DIFERENCIA = ZERO
002910         MOVE "CUADRE CORRECTO" TO WS-LINEA-RESULTADO
002920         WRITE REPORTE-LINEA FROM WS-LINEA-RESULTADO
002930         GO TO 3000-EXIT
002940     END-IF.
002950
002960     MOVE "*** EL AUXILIAR DE CLIENTES NO CUADRA ***"
002970         TO WS-LINEA-RESULTADO.
002980     WRITE REPORTE-LINEA FROM WS-LINEA-RESULTADO.
002990     MOVE "CLICUADR"          TO ERRHAND-PROGRAMA.
003000     MOVE "3000-CUADRAR-COLEGIO" TO ERRHAND-PARRAFO.
003010     MOVE SPACES              TO ERRHAND-FILE-STATUS.
003020     SET ERRHAND-FATAL TO TRUE.
003030     MOVE "CLIMAST NO CUADRA CONTRA CLIMHIDX" TO ERRHAND-MENSAJE.
003040     CALL "ERRHAND" USING ERRHAND-PARM.
003050     MOVE 8 TO RETURN-CODE.
003060 3000-EXIT.
003070     EXIT.
003080
003090 8100-LEER-CLIENTE.
003100     READ CLIENTE-FILE NEXT RECORD
003110         AT END
003120             SET WS-CLI-FIN-ARCHIVO TO TRUE
003130             MOVE HIGH-VALUES TO WS-CLAVE-CLIENTE
003140         NOT AT END
003150             ADD 1 TO WS-CUENTAS-LEIDAS
003160             MOVE CLIENTE-NUMERO TO WS-CLAVE-CLIENTE
003170     END-READ.
003180 8100-EXIT.
003190     EXIT.
003200
003210 8200-LEER-MOVIMIENTO.
003220     READ HISTORIAL-FILE NEXT RECORD
003230         AT END
003240             SET WS-HIS-FIN-ARCHIVO TO TRUE
003250             MOVE HIGH-VALUES TO WS-CLAVE-MOVIMIENTO
003260         NOT AT END
003270             ADD 1 TO WS-MOVIMIENTOS-LEIDOS
003280             MOVE MOVH-CLIENTE TO WS-CLAVE-MOVIMIENTO
003290     END-READ.
003300 8200-EXIT.
003310     EXIT.
003320
003330*----------------------------------------------------------*
003340*  9000-FINALIZAR - Cierra archivos e imprime el resumen      *
003350*----------------------------------------------------------*
003360 9000-FINALIZAR.
003370     CLOSE CLIENTE-FILE.
003380     CLOSE HISTORIAL-FILE.
003390     CLOSE REPORTE-FILE.
003400     DISPLAY " ".
003410     DISPLAY "---- CUADRE DE SALDOS DE CLIENTES ----".
003420     DISPLAY "FECHA DE PROCESO    : " WS-FECHA-PROCESO.
003430     DISPLAY "CUENTAS LEIDAS      : " WS-CUENTAS-LEIDAS.
003440     DISPLAY "MOVIMIENTOS LEIDOS  : " WS-MOVIMIENTOS-LEIDOS.
003450     DISPLAY "CUENTAS CUADRADAS   : " WS-CUENTAS-CUADRADAS.
003460     DISPLAY "CUENTAS DESCUADRADAS: " WS-CUENTAS-DESCUADRADAS.
003470     DISPLAY "CLIENTES INEXISTENTES: " WS-CLIENTES-HUERFANOS.
003480     DISPLAY "DIFERENCIA COLEGIO  : " WS-TOTAL-DIFERENCIA.
003490     DISPLAY "REPORTE: " WS-ARCHIVO-REPORTE.
003500 9000-EXIT.
003510     EXIT.

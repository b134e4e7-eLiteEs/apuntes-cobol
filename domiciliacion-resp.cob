000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  DOMIRESP                                    *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Aplica la respuesta del banco al cobro por domiciliacion  *
000090*  (DOMIRET): cabecera 01 con la fecha de aplicacion, un     *
000100*  detalle 02 por cargo con la referencia que mando DOMIENV, *
000110*  el monto y el resultado ("00" cobrado o el motivo del     *
000120*  rechazo) y cola 03 con el numero de cargos y el total.    *
000130*  Primero se cuadra la cola contra los detalles; si no      *
000140*  cuadra no se aplica nada.  Cada cargo cobrado se vuelve   *
000150*  un pago en CLIMOVS para que CLIPOST lo asiente.  Cada     *
000160*  rechazo queda marcado en DOMIIDX (monto rechazado, que    *
000170*  CLIANTIG cobra como vencido) y sale en el reporte de      *
000180*  rechazos (generacion fechada via RPTGEN); las cuentas     *
000190*  canceladas o inexistentes se suspenden.  Solo se aplica   *
000200*  la respuesta a un cargo enviado y aun sin contestar, asi  *
000210*  que repetir el archivo no duplica pagos.                   *
000220*----------------------------------------------------------*
000230*  MODIFICATIONS.
000240*  2026-10-15 JFV  Creacion inicial.
000243*  2026-10-15 JFV  El cobro sale con origen "DM" para la
000246*                  poliza contable CLIPOLIZ.
000250*----------------------------------------------------------*
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. DOMIRESP.
000280 AUTHOR. J. FIGUEROA VEGA.
000290 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000300 DATE-WRITTEN. 2026-10-15.
000310 DATE-COMPILED.
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT RETORNO-FILE ASSIGN TO "DOMIRET"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-RET-STATUS.
000390
000400     SELECT DOMICILIO-FILE ASSIGN TO "DOMIIDX"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS DOM-CLIENTE
000440         FILE STATUS IS WS-DOM-STATUS.
000450
000460     SELECT ENVIADO-FILE ASSIGN TO "DOMMIDX"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS DOMM-REFERENCIA
000500         FILE STATUS IS WS-DMM-STATUS.
000510
000520     SELECT MOVIMIENTO-FILE ASSIGN TO "CLIMOVS"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-MOV-STATUS.
000550
000560     SELECT REPORTE-FILE ASSIGN TO WS-ARCHIVO-REPORTE
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-RPT-STATUS.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  RETORNO-FILE.
000630 01  RETORNO-LINEA                PIC X(100).
000640
000650 FD  DOMICILIO-FILE.
000660     COPY DOMIREC.
000670
000680 FD  ENVIADO-FILE.
000690     COPY DOMMREC.
000700
000710 FD  MOVIMIENTO-FILE.
000720     COPY MOVREC.
000730
000740 FD  REPORTE-FILE.
000750 01  REPORTE-LINEA                PIC X(100).
000760
000770 WORKING-STORAGE SECTION.
000780 01  WS-RET-STATUS                PIC X(02).
000790     88  WS-RET-OK                        VALUE "00".
000800     88  WS-RET-FIN-ARCHIVO               VALUE "10".
000810
000820 01  WS-DOM-STATUS                PIC X(02).
000830     88  WS-DOM-OK                        VALUE "00".
000840
000850 01  WS-DMM-STATUS                PIC X(02).
000860     88  WS-DMM-OK                        VALUE "00".
000870
000880 01  WS-MOV-STATUS                PIC X(02).
000890     88  WS-MOV-OK                        VALUE "00".
000900
000910 01  WS-RPT-STATUS                PIC X(02).
000920     88  WS-RPT-OK                        VALUE "00".
000930
000940 01  WS-SWITCHES.
000950     05  WS-HAY-COLA              PIC X(01) VALUE "N".
000960         88  COLA-LEIDA                   VALUE "S".
000970     05  WS-TOTALES-OK            PIC X(01) VALUE "N".
000980         88  TOTALES-CONCILIADOS          VALUE "S".
000990
001000*  Vistas del registro de respuesta del banco.
001010 01  WS-RET-CABECERA.
001020     05  RET-CAB-TIPO             PIC X(02).
001030     05  RET-CAB-EMISORA          PIC X(10).
001040     05  RET-CAB-FECHA            PIC 9(08).
001050     05  FILLER                   PIC X(80).
001060
001070 01  WS-RET-DETALLE REDEFINES WS-RET-CABECERA.
001080     05  RET-DET-TIPO             PIC X(02).
001090     05  RET-DET-REFERENCIA       PIC X(17).
001100     05  RET-DET-MONTO            PIC 9(08)V9(02).
001110     05  RET-DET-RESULTADO        PIC X(02).
001120         88  RET-COBRADO                  VALUE "00".
001130         88  RET-CUENTA-CERRADA           VALUE "02" "03".
001140     05  FILLER                   PIC X(69).
001150
001160 01  WS-RET-COLA REDEFINES WS-RET-CABECERA.
001170     05  RET-COLA-TIPO            PIC X(02).
001180     05  RET-COLA-CARGOS          PIC 9(07).
001190     05  RET-COLA-TOTAL           PIC 9(10)V9(02).
001200     05  FILLER                   PIC X(79).
001210
001220 01  WS-ARCHIVO-REPORTE           PIC X(20) VALUE "DOMIRECH".
001230
001240 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
001250 01  WS-FECHA-BANCO               PIC 9(08) VALUE ZERO.
001260
001270*  Motivos de rechazo del banco:
001280*  01 fondos insuficientes   02 cuenta cancelada
001290*  03 cuenta inexistente     04 cancelado por el titular
001300*  99 otro motivo
001310 01  WS-OBSERVACION               PIC X(24) VALUE SPACES.
001320
001330 01  WS-CONTADORES.
001340     05  WS-DET-LEIDOS            PIC 9(07) VALUE ZERO.
001350     05  WS-COBRADOS              PIC 9(07) COMP VALUE ZERO.
001360     05  WS-RECHAZADOS            PIC 9(07) COMP VALUE ZERO.
001370     05  WS-SUSPENDIDAS           PIC 9(07) COMP VALUE ZERO.
001380     05  WS-NO-APLICADOS          PIC 9(07) COMP VALUE ZERO.
001390
001400 01  WS-TOTALES-CONTROL.
001410     05  WS-MONTO-LEIDO           PIC 9(10)V9(02) VALUE ZERO.
001420     05  WS-MONTO-BANCO           PIC 9(10)V9(02) VALUE ZERO.
001430     05  WS-CARGOS-BANCO          PIC 9(07) VALUE ZERO.
001440     05  WS-MONTO-COBRADO         PIC 9(10)V9(02) VALUE ZERO.
001450     05  WS-MONTO-RECHAZADO       PIC 9(10)V9(02) VALUE ZERO.
001460
001470 01  WS-LINEA-ENCABEZADO.
001480     05  FILLER                   PIC X(41)
001490         VALUE "RECHAZOS DE DOMICILIACION, RESPUESTA DEL ".
001500     05  RPT-ENC-FECHA            PIC 9(08).
001510
001520 01  WS-LINEA-TITULOS             PIC X(100) VALUE
001530     "REFERENCIA        CLIENTE TITULAR                        MON
001540-    "TO     MOT OBSERVACION".
001550
001560 01  WS-LINEA-DETALLE.
001570     05  RPT-REFERENCIA           PIC X(17).
001580     05  FILLER                   PIC X(01) VALUE SPACE.
001590     05  RPT-CLIENTE              PIC X(06).
001600     05  FILLER                   PIC X(02) VALUE SPACES.
001610     05  RPT-TITULAR              PIC X(30).
001620     05  FILLER                   PIC X(01) VALUE SPACE.
001630     05  RPT-MONTO                PIC ZZZZZZZ9.99.
001640     05  FILLER                   PIC X(01) VALUE SPACE.
001650     05  RPT-MOTIVO               PIC X(02).
001660     05  FILLER                   PIC X(02) VALUE SPACES.
001670     05  RPT-OBSERVACION          PIC X(24).
001680
001690 01  WS-LINEA-TOTALES.
001700     05  FILLER                   PIC X(57)
001710         VALUE "TOTAL RECHAZADO".
001720     05  TOT-RECHAZADO            PIC ZZZZZZZ9.99.
001730
001740 COPY ERRPARM.
001750
001760 COPY RPTGPARM.
001770
001780 PROCEDURE DIVISION.
001790 0000-MAINLINE.
001800     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001810     PERFORM 2000-SUMAR-DETALLE THRU 2000-EXIT
001820         UNTIL WS-RET-FIN-ARCHIVO.
001830     PERFORM 3000-RECONCILIAR-TOTALES THRU 3000-EXIT.
001840     PERFORM 4000-ABRIR-APLICACION THRU 4000-EXIT.
001850     PERFORM 5000-APLICAR-RESPUESTA THRU 5000-EXIT
001860         UNTIL WS-RET-FIN-ARCHIVO.
001870     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001880     STOP RUN.
001890
001900*----------------------------------------------------------*
001910*  1000-INICIALIZAR - Abre la respuesta del banco para la    *
001920*  pasada de control.                                         *
001930*----------------------------------------------------------*
001940 1000-INICIALIZAR.
001950     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
001960     MOVE WS-FECHA-HOY TO WS-FECHA-BANCO.
001970
001980     OPEN INPUT RETORNO-FILE.
001990     IF NOT WS-RET-OK
002000         MOVE "DOMIRESP"      TO ERRHAND-PROGRAMA
002010         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
002020         MOVE WS-RET-STATUS   TO ERRHAND-FILE-STATUS
002030         SET ERRHAND-FATAL TO TRUE
002040         MOVE "ERROR AL ABRIR DOMIRET" TO ERRHAND-MENSAJE
002050         CALL "ERRHAND" USING ERRHAND-PARM
002060         MOVE 8 TO RETURN-CODE
002070         STOP RUN
002080     END-IF.
002090 1000-EXIT.
002100     EXIT.
002110
002120*----------------------------------------------------------*
002130*  2000-SUMAR-DETALLE - Pasada de control: cuenta y suma     *
002140*  los detalles y toma la cola del banco.                     *
002150*----------------------------------------------------------*
002160 2000-SUMAR-DETALLE.
002170     READ RETORNO-FILE INTO WS-RET-CABECERA
002180         AT END
002190             GO TO 2000-EXIT
002200     END-READ.
002210
002220     EVALUATE RET-CAB-TIPO
002230         WHEN "01"
002240             IF RET-CAB-FECHA IS NUMERIC
002250                 MOVE RET-CAB-FECHA TO WS-FECHA-BANCO
002260             END-IF
002270         WHEN "02"
002280             ADD 1 TO WS-DET-LEIDOS
002290             IF RET-DET-MONTO IS NUMERIC
002300                 ADD RET-DET-MONTO TO WS-MONTO-LEIDO
002310             END-IF
002320         WHEN "03"
002330             SET COLA-LEIDA TO TRUE
002340             IF RET-COLA-CARGOS IS NUMERIC
002350                 MOVE RET-COLA-CARGOS TO WS-CARGOS-BANCO
002360             END-IF
002370             IF RET-COLA-TOTAL IS NUMERIC
002380                 MOVE RET-COLA-TOTAL TO WS-MONTO-BANCO
002390             END-IF
002400         WHEN OTHER
002410             DISPLAY "RENGLON DESCONOCIDO EN DOMIRET: "
002420                 RET-CAB-TIPO
002430     END-EVALUATE.
002440 2000-EXIT.
002450     EXIT.
002460
002470*----------------------------------------------------------*
002480*  3000-RECONCILIAR-TOTALES - La cola del banco debe cuadrar *
002490*  en cargos y monto con los detalles; si no, no se aplica   *
002500*  nada y el paso termina con codigo 8.                       *
002510*----------------------------------------------------------*
002520 3000-RECONCILIAR-TOTALES.
002530     IF COLA-LEIDA
002540        AND WS-CARGOS-BANCO = WS-DET-LEIDOS
002550        AND WS-MONTO-BANCO  = WS-MONTO-LEIDO
002560         SET TOTALES-CONCILIADOS TO TRUE
002570         DISPLAY "TOTALES DE CONTROL CONCILIADOS"
002580         GO TO 3000-EXIT
002590     END-IF.
002600
002610     CLOSE RETORNO-FILE.
002620     DISPLAY "CARGOS LEIDOS  : " WS-DET-LEIDOS
002630         " POR " WS-MONTO-LEIDO.
002640     DISPLAY "COLA DEL BANCO : " WS-CARGOS-BANCO
002650         " POR " WS-MONTO-BANCO.
002660     MOVE "DOMIRESP"        TO ERRHAND-PROGRAMA
002670     MOVE "3000-RECONCILIAR-TOTALES" TO ERRHAND-PARRAFO
002680     MOVE SPACES             TO ERRHAND-FILE-STATUS
002690     SET ERRHAND-FATAL TO TRUE
002700     MOVE "COLA DE DOMIRET NO CUADRA; NADA SE APLICA"
002710         TO ERRHAND-MENSAJE
002720     CALL "ERRHAND" USING ERRHAND-PARM
002730     MOVE 8 TO RETURN-CODE
002740     STOP RUN.
002750 3000-EXIT.
002760     EXIT.
002770
002780*----------------------------------------------------------*
002790*  4000-ABRIR-APLICACION - Con la respuesta cuadrada abre    *
002800*  el padron, el registro de cargos enviados, CLIMOVS y el   *
002810*  reporte, y vuelve al principio de la respuesta.            *
002820*----------------------------------------------------------*
002830 4000-ABRIR-APLICACION.
002840     CLOSE RETORNO-FILE.
002850     OPEN INPUT RETORNO-FILE.
002860
002870     OPEN I-O DOMICILIO-FILE.
002880     IF NOT WS-DOM-OK
002890         MOVE "DOMIRESP"      TO ERRHAND-PROGRAMA
002900         MOVE "4000-ABRIR-APLICACION" TO ERRHAND-PARRAFO
002910         MOVE WS-DOM-STATUS   TO ERRHAND-FILE-STATUS
002920         SET ERRHAND-FATAL TO TRUE
002930         MOVE "ERROR AL ABRIR DOMIIDX" TO ERRHAND-MENSAJE
002940         CALL "ERRHAND" USING ERRHAND-PARM
002950         MOVE 8 TO RETURN-CODE
002960         STOP RUN
002970     END-IF.
002980
002990     OPEN I-O ENVIADO-FILE.
003000     IF NOT WS-DMM-OK
003010         MOVE "DOMIRESP"      TO ERRHAND-PROGRAMA
003020         MOVE "4000-ABRIR-APLICACION" TO ERRHAND-PARRAFO
003030         MOVE WS-DMM-STATUS   TO ERRHAND-FILE-STATUS
003040         SET ERRHAND-FATAL TO TRUE
003050         MOVE "ERROR AL ABRIR DOMMIDX" TO ERRHAND-MENSAJE
003060         CALL "ERRHAND" USING ERRHAND-PARM
003070         MOVE 8 TO RETURN-CODE
003080         STOP RUN
003090     END-IF.
003100
003110     OPEN EXTEND MOVIMIENTO-FILE.
003120     IF NOT WS-MOV-OK
003130         OPEN OUTPUT MOVIMIENTO-FILE
003140     END-IF.
003150     IF NOT WS-MOV-OK
003160         MOVE "DOMIRESP"      TO ERRHAND-PROGRAMA
003170         MOVE "4000-ABRIR-APLICACION" TO ERRHAND-PARRAFO
003180         MOVE WS-MOV-STATUS   TO ERRHAND-FILE-STATUS
003190         SET ERRHAND-FATAL TO TRUE
003200         MOVE "ERROR AL ABRIR CLIMOVS" TO ERRHAND-MENSAJE
003210         CALL "ERRHAND" USING ERRHAND-PARM
003220         MOVE 8 TO RETURN-CODE
003230         STOP RUN
003240     END-IF.
003250
003260     MOVE "DOMIRECH" TO RPTGEN-REPORTE.
003270     CALL "RPTGEN" USING RPTGEN-PARM.
003280     MOVE RPTGEN-ARCHIVO TO WS-ARCHIVO-REPORTE.
003290     OPEN OUTPUT REPORTE-FILE.
003300     MOVE WS-FECHA-BANCO TO RPT-ENC-FECHA.
003310     WRITE REPORTE-LINEA FROM WS-LINEA-ENCABEZADO.
003320     MOVE SPACES TO REPORTE-LINEA.
003330     WRITE REPORTE-LINEA.
003340     WRITE REPORTE-LINEA FROM WS-LINEA-TITULOS.
003350 4000-EXIT.
003360     EXIT.
003370
003380*----------------------------------------------------------*
003390*  5000-APLICAR-RESPUESTA - Cada detalle se aplica solo si   *
003400*  su cargo esta enviado y sin contestar.                     *
003410*----------------------------------------------------------*
003420 5000-APLICAR-RESPUESTA.
003430     READ RETORNO-FILE INTO WS-RET-CABECERA
003440         AT END
003450             GO TO 5000-EXIT
003460     END-READ.
003470     IF RET-DET-TIPO NOT = "02"
003480         GO TO 5000-EXIT
003490     END-IF.
003500
003510     MOVE SPACES TO WS-LINEA-DETALLE.
003520     MOVE RET-DET-REFERENCIA TO DOMM-REFERENCIA.
003530     READ ENVIADO-FILE
003540         INVALID KEY
003550             MOVE "REFERENCIA DESCONOCIDA" TO WS-OBSERVACION
003560             PERFORM 5900-REPORTAR-NO-APLICADO THRU 5900-EXIT
003570             GO TO 5000-EXIT
003580     END-READ.
003590     IF NOT DOMM-ENVIADO
003600         MOVE "YA CONTESTADO" TO WS-OBSERVACION
003610         PERFORM 5900-REPORTAR-NO-APLICADO THRU 5900-EXIT
003620         GO TO 5000-EXIT
003630     END-IF.
003640     IF RET-DET-MONTO NOT = DOMM-MONTO
003650         MOVE "MONTO DISTINTO AL ENVIADO" TO WS-OBSERVACION
003660         PERFORM 5900-REPORTAR-NO-APLICADO THRU 5900-EXIT
003670         GO TO 5000-EXIT
003680     END-IF.
003690
003700     MOVE RET-DET-RESULTADO TO DOMM-MOTIVO.
003710     MOVE WS-FECHA-BANCO    TO DOMM-FEC-RESPUESTA.
003720     IF RET-COBRADO
003730         PERFORM 5100-APLICAR-COBRO THRU 5100-EXIT
003740     ELSE
003750         PERFORM 5200-APLICAR-RECHAZO THRU 5200-EXIT
003760     END-IF.
003770     REWRITE DOMM-REC
003780         INVALID KEY
003790             DISPLAY "ERROR AL REESCRIBIR " DOMM-REFERENCIA
003800     END-REWRITE.
003810 5000-EXIT.
003820     EXIT.
003830
003840*  El cargo cobrado es un pago del tutor con la fecha de
003850*  aplicacion del banco.
003860 5100-APLICAR-COBRO.
003870     SET DOMM-COBRADO TO TRUE.
003880     INITIALIZE MOV-REC.
003890     MOVE DOMM-CLIENTE   TO MOV-CLIENTE.
003900     MOVE WS-FECHA-BANCO TO MOV-FECHA.
003910     MOVE "P"            TO MOV-TIPO.
003920     MOVE DOMM-MONTO     TO MOV-MONTO.
003925     MOVE "DM"           TO MOV-ORIGEN.
003930     WRITE MOV-REC.
003940     ADD 1 TO WS-COBRADOS.
003950     ADD DOMM-MONTO TO WS-MONTO-COBRADO.
003960 5100-EXIT.
003970     EXIT.
003980
003990*  El rechazo queda como monto rechazado en el padron; una
004000*  cuenta cancelada o inexistente deja de cobrarse.
004010 5200-APLICAR-RECHAZO.
004020     SET DOMM-RECHAZADO TO TRUE.
004030     ADD 1 TO WS-RECHAZADOS.
004040     ADD DOMM-MONTO TO WS-MONTO-RECHAZADO.
004050
004060     EVALUATE RET-DET-RESULTADO
004070         WHEN "01"
004080             MOVE "FONDOS INSUFICIENTES" TO WS-OBSERVACION
004090         WHEN "02"
004100             MOVE "CUENTA CANCELADA" TO WS-OBSERVACION
004110         WHEN "03"
004120             MOVE "CUENTA INEXISTENTE" TO WS-OBSERVACION
004130         WHEN "04"
004140             MOVE "CANCELADO POR TITULAR" TO WS-OBSERVACION
004150         WHEN OTHER
004160             MOVE "OTRO MOTIVO" TO WS-OBSERVACION
004170     END-EVALUATE.
004180
004190     MOVE DOMM-CLIENTE TO DOM-CLIENTE.
004200     READ DOMICILIO-FILE
004210         INVALID KEY
004220             MOVE "SIN INSCRIPCION" TO WS-OBSERVACION
004230             MOVE SPACES TO DOM-TITULAR
004240             GO TO 5200-REPORTAR
004250     END-READ.
004260     ADD 1 TO DOM-RECHAZOS.
004270     ADD DOMM-MONTO TO DOM-MONTO-RECHAZADO.
004280     MOVE WS-FECHA-BANCO    TO DOM-FEC-RECHAZO.
004290     MOVE RET-DET-RESULTADO TO DOM-MOTIVO.
004300     IF RET-CUENTA-CERRADA AND DOM-ACTIVA
004310         SET DOM-SUSPENDIDA TO TRUE
004320         MOVE WS-FECHA-BANCO TO DOM-FEC-BAJA
004330         MOVE "DOMIRESP"     TO DOM-OPERADOR
004340         MOVE "DOMICILIACION SUSPENDIDA" TO WS-OBSERVACION
004350         ADD 1 TO WS-SUSPENDIDAS
004360     END-IF.
004370     REWRITE DOM-REC
004380         INVALID KEY
004390             DISPLAY "ERROR AL REESCRIBIR " DOM-CLIENTE
004400     END-REWRITE.
004410 5200-REPORTAR.
004420     MOVE DOMM-REFERENCIA TO RPT-REFERENCIA.
004430     MOVE DOMM-CLIENTE    TO RPT-CLIENTE.
004440     MOVE DOM-TITULAR     TO RPT-TITULAR.
004450     MOVE DOMM-MONTO      TO RPT-MONTO.
004460     MOVE DOMM-MOTIVO     TO RPT-MOTIVO.
004470     MOVE WS-OBSERVACION  TO RPT-OBSERVACION.
004480     WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE.
004490 5200-EXIT.
004500     EXIT.
004510
004520*  Renglon que no se aplica: va al reporte para revisarlo
004530*  con el banco.
004540 5900-REPORTAR-NO-APLICADO.
004550     ADD 1 TO WS-NO-APLICADOS.
004560     MOVE RET-DET-REFERENCIA TO RPT-REFERENCIA.
004570     MOVE RET-DET-REFERENCIA (1:6) TO RPT-CLIENTE.
004580     MOVE SPACES             TO RPT-TITULAR.
004590     MOVE RET-DET-MONTO      TO RPT-MONTO.
004600     MOVE RET-DET-RESULTADO  TO RPT-MOTIVO.
004610     MOVE WS-OBSERVACION     TO RPT-OBSERVACION.
004620     WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE.
004630     DISPLAY "RESPUESTA NO APLICADA, REF=" RET-DET-REFERENCIA
004640         " " WS-OBSERVACION.
004650 5900-EXIT.
004660     EXIT.
004670
004680*----------------------------------------------------------*
004690*  9000-FINALIZAR - Cierra archivos, total del reporte y     *
004700*  resumen de la corrida.                                     *
004710*----------------------------------------------------------*
004720 9000-FINALIZAR.
004730     MOVE SPACES TO REPORTE-LINEA.
004740     WRITE REPORTE-LINEA.
004750     MOVE WS-MONTO-RECHAZADO TO TOT-RECHAZADO.
004760     WRITE REPORTE-LINEA FROM WS-LINEA-TOTALES.
004770
004780     CLOSE RETORNO-FILE.
004790     CLOSE DOMICILIO-FILE.
004800     CLOSE ENVIADO-FILE.
004810     CLOSE MOVIMIENTO-FILE.
004820     CLOSE REPORTE-FILE.
004830
004840     DISPLAY " ".
004850     DISPLAY "---- RESUMEN DE RESPUESTA DE DOMICILIACION ----".
004860     DISPLAY "CARGOS EN LA RESPUESTA : " WS-DET-LEIDOS
004870         " POR " WS-MONTO-LEIDO.
004880     DISPLAY "COBRADOS A CLIMOVS     : " WS-COBRADOS
004890         " POR " WS-MONTO-COBRADO.
004900     DISPLAY "RECHAZADOS             : " WS-RECHAZADOS
004910         " POR " WS-MONTO-RECHAZADO.
004920     DISPLAY "CUENTAS SUSPENDIDAS    : " WS-SUSPENDIDAS.
004930     DISPLAY "NO APLICADOS           : " WS-NO-APLICADOS.
004940     DISPLAY "REPORTE: " WS-ARCHIVO-REPORTE.
004950 9000-EXIT.
004960     EXIT.

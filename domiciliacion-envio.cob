000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  DOMIENV                                     *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Archivo de cobro por domiciliacion del cierre mensual     *
000090*  (despues de ESCCUOTA y antes de ESCFACT, que es quien     *
000100*  vacia FACTPEND).  Por cada cargo del periodo de un        *
000110*  cliente con domiciliacion activa en DOMIIDX manda un      *
000120*  renglon al banco en DOMICOB (cabecera, detalle y cola     *
000130*  con el numero de cargos y el total de control) y lo       *
000140*  anota como enviado en DOMMIDX, donde DOMIRESP aplicara    *
000150*  la respuesta del banco.  Si el paso se repite, los        *
000160*  cargos aun sin respuesta se vuelven a mandar y los ya     *
000170*  contestados no.                                            *
000180*----------------------------------------------------------*
000190*  MODIFICATIONS.
000200*  2026-10-15 JFV  Creacion inicial.
000210*----------------------------------------------------------*
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. DOMIENV.
000240 AUTHOR. J. FIGUEROA VEGA.
000250 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000260 DATE-WRITTEN. 2026-10-15.
000270 DATE-COMPILED.
000280
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT PENDIENTE-FILE ASSIGN TO "FACTPEND"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-FPE-STATUS.
000350
000360     SELECT DOMICILIO-FILE ASSIGN TO "DOMIIDX"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS DOM-CLIENTE
000400         FILE STATUS IS WS-DOM-STATUS.
000410
000420     SELECT ENVIADO-FILE ASSIGN TO "DOMMIDX"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS DOMM-REFERENCIA
000460         FILE STATUS IS WS-DMM-STATUS.
000470
000480     SELECT COBRO-FILE ASSIGN TO "DOMICOB"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-COB-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  PENDIENTE-FILE.
000550     COPY FACPREC.
000560
000570 FD  DOMICILIO-FILE.
000580     COPY DOMIREC.
000590
000600 FD  ENVIADO-FILE.
000610     COPY DOMMREC.
000620
000630 FD  COBRO-FILE.
000640 01  COBRO-LINEA                  PIC X(100).
000650
000660 WORKING-STORAGE SECTION.
000670 01  WS-FPE-STATUS                PIC X(02).
000680     88  WS-FPE-OK                        VALUE "00".
000690
000700 01  WS-DOM-STATUS                PIC X(02).
000710     88  WS-DOM-OK                        VALUE "00".
000720
000730 01  WS-DMM-STATUS                PIC X(02).
000740     88  WS-DMM-OK                        VALUE "00".
000750
000760 01  WS-COB-STATUS                PIC X(02).
000770     88  WS-COB-OK                        VALUE "00".
000780
000790 01  WS-SWITCHES.
000800     05  WS-FIN-PENDIENTES        PIC X(01) VALUE "N".
000810         88  FIN-DE-PENDIENTES            VALUE "S".
000820     05  WS-HAY-PENDIENTES        PIC X(01) VALUE "N".
000830         88  PENDIENTES-DISPONIBLES       VALUE "S".
000840     05  WS-HAY-DOMICILIOS        PIC X(01) VALUE "N".
000850         88  DOMICILIOS-DISPONIBLES       VALUE "S".
000860
000870 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
000880 01  WS-PERIODO-ENVIO             PIC 9(06) VALUE ZERO.
000890
000900 01  WS-CONTADORES.
000910     05  WS-PEND-LEIDOS           PIC 9(07) COMP VALUE ZERO.
000920     05  WS-SIN-DOMICILIO         PIC 9(07) COMP VALUE ZERO.
000930     05  WS-YA-CONTESTADOS        PIC 9(07) COMP VALUE ZERO.
000940     05  WS-REENVIADOS            PIC 9(07) COMP VALUE ZERO.
000950     05  WS-CARGOS-ENVIADOS       PIC 9(07) VALUE ZERO.
000960
000970 01  WS-TOTAL-ENVIADO             PIC 9(10)V9(02) VALUE ZERO.
000980
000990*  Vistas del registro del archivo de cobro al banco.
001000 01  WS-COB-CABECERA.
001010     05  COB-CAB-TIPO             PIC X(02) VALUE "01".
001020     05  COB-CAB-EMISORA          PIC X(10) VALUE "COLEGIO".
001030     05  COB-CAB-FECHA            PIC 9(08).
001040     05  COB-CAB-PERIODO          PIC 9(06).
001050     05  FILLER                   PIC X(74) VALUE SPACES.
001060
001070 01  WS-COB-DETALLE REDEFINES WS-COB-CABECERA.
001080     05  COB-DET-TIPO             PIC X(02).
001090     05  COB-DET-REFERENCIA       PIC X(17).
001100     05  COB-DET-BANCO            PIC X(03).
001110     05  COB-DET-CUENTA           PIC X(18).
001120     05  COB-DET-TITULAR          PIC X(30).
001130     05  COB-DET-MONTO            PIC 9(08)V9(02).
001140     05  FILLER                   PIC X(20).
001150
001160 01  WS-COB-COLA REDEFINES WS-COB-CABECERA.
001170     05  COB-COLA-TIPO            PIC X(02).
001180     05  COB-COLA-CARGOS          PIC 9(07).
001190     05  COB-COLA-TOTAL           PIC 9(10)V9(02).
001200     05  FILLER                   PIC X(79).
001210
001220 COPY ERRPARM.
001230
001240 PROCEDURE DIVISION.
001250 0000-MAINLINE.
001260     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001270     IF PENDIENTES-DISPONIBLES AND DOMICILIOS-DISPONIBLES
001280         PERFORM 2000-PROCESAR-CARGO THRU 2000-EXIT
001290             UNTIL FIN-DE-PENDIENTES
001300     END-IF.
001310     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001320     STOP RUN.
001330
001340*----------------------------------------------------------*
001350*  1000-INICIALIZAR - Sin cargos pendientes o sin padron de  *
001360*  domiciliacion no hay nada que cobrar y la corrida deja    *
001370*  el archivo de cobro vacio; el registro DOMMIDX se crea    *
001380*  si no existe.                                              *
001390*----------------------------------------------------------*
001400 1000-INICIALIZAR.
001410     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
001420     MOVE WS-FECHA-HOY (1:6) TO WS-PERIODO-ENVIO.
001430
001440     OPEN OUTPUT COBRO-FILE.
001450     IF NOT WS-COB-OK
001460         MOVE "DOMIENV"       TO ERRHAND-PROGRAMA
001470         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001480         MOVE WS-COB-STATUS   TO ERRHAND-FILE-STATUS
001490         SET ERRHAND-FATAL TO TRUE
001500         MOVE "ERROR AL ABRIR DOMICOB" TO ERRHAND-MENSAJE
001510         CALL "ERRHAND" USING ERRHAND-PARM
001520         MOVE 8 TO RETURN-CODE
001530         STOP RUN
001540     END-IF.
001550
001560     OPEN INPUT PENDIENTE-FILE.
001570     IF WS-FPE-OK
001580         SET PENDIENTES-DISPONIBLES TO TRUE
001590     ELSE
001600         DISPLAY "SIN CARGOS PENDIENTES PARA DOMICILIAR"
001610         GO TO 1000-EXIT
001620     END-IF.
001630
001640     OPEN INPUT DOMICILIO-FILE.
001650     IF WS-DOM-OK
001660         SET DOMICILIOS-DISPONIBLES TO TRUE
001670     ELSE
001680         DISPLAY "SIN CUENTAS INSCRITAS EN DOMICILIACION"
001690         GO TO 1000-EXIT
001700     END-IF.
001710
001720     OPEN I-O ENVIADO-FILE.
001730     IF NOT WS-DMM-OK
001740         IF WS-DMM-STATUS = "35"
001750             OPEN OUTPUT ENVIADO-FILE
001760             CLOSE ENVIADO-FILE
001770             OPEN I-O ENVIADO-FILE
001780         END-IF
001790     END-IF
001800     IF NOT WS-DMM-OK
001810         MOVE "DOMIENV"       TO ERRHAND-PROGRAMA
001820         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001830         MOVE WS-DMM-STATUS   TO ERRHAND-FILE-STATUS
001840         SET ERRHAND-FATAL TO TRUE
001850         MOVE "ERROR AL ABRIR DOMMIDX" TO ERRHAND-MENSAJE
001860         CALL "ERRHAND" USING ERRHAND-PARM
001870         MOVE 8 TO RETURN-CODE
001880         STOP RUN
001890     END-IF.
001900 1000-EXIT.
001910     EXIT.
001920
001930*----------------------------------------------------------*
001940*  2000-PROCESAR-CARGO - Un cargo de FACTPEND.  La cabecera  *
001950*  se escribe con el periodo del primer cargo.                *
001960*----------------------------------------------------------*
001970 2000-PROCESAR-CARGO.
001980     READ PENDIENTE-FILE
001990         AT END
002000             SET FIN-DE-PENDIENTES TO TRUE
002010             GO TO 2000-EXIT
002020     END-READ.
002030     ADD 1 TO WS-PEND-LEIDOS.
002040     IF WS-PEND-LEIDOS = 1
002050         MOVE FPEN-PERIODO TO WS-PERIODO-ENVIO
002060         PERFORM 2100-ESCRIBIR-CABECERA THRU 2100-EXIT
002070     END-IF.
002080
002090     MOVE FPEN-CLIENTE TO DOM-CLIENTE.
002100     READ DOMICILIO-FILE
002110         INVALID KEY
002120             ADD 1 TO WS-SIN-DOMICILIO
002130             GO TO 2000-EXIT
002140     END-READ.
002150     IF NOT DOM-ACTIVA OR FPEN-NETO = ZERO
002160         ADD 1 TO WS-SIN-DOMICILIO
002170         GO TO 2000-EXIT
002180     END-IF.
002190
002200     MOVE FPEN-CLIENTE TO DOMM-CLIENTE.
002210     MOVE FPEN-IDEN    TO DOMM-IDEN.
002220     MOVE FPEN-PERIODO TO DOMM-PERIODO.
002230     READ ENVIADO-FILE
002240         INVALID KEY
002250             PERFORM 2200-ANOTAR-ENVIO THRU 2200-EXIT
002260         NOT INVALID KEY
002270             IF DOMM-ENVIADO
002280                 ADD 1 TO WS-REENVIADOS
002290             ELSE
002300                 ADD 1 TO WS-YA-CONTESTADOS
002310                 GO TO 2000-EXIT
002320             END-IF
002330     END-READ.
002340
002350     MOVE "02"             TO COB-DET-TIPO.
002360     MOVE DOMM-REFERENCIA  TO COB-DET-REFERENCIA.
002370     MOVE DOM-BANCO        TO COB-DET-BANCO.
002380     MOVE DOMM-CUENTA      TO COB-DET-CUENTA.
002390     MOVE DOM-TITULAR      TO COB-DET-TITULAR.
002400     MOVE DOMM-MONTO       TO COB-DET-MONTO.
002410     WRITE COBRO-LINEA FROM WS-COB-DETALLE.
002420     ADD 1 TO WS-CARGOS-ENVIADOS.
002430     ADD DOMM-MONTO TO WS-TOTAL-ENVIADO.
002440 2000-EXIT.
002450     EXIT.
002460
002470 2100-ESCRIBIR-CABECERA.
002480     MOVE SPACES TO WS-COB-CABECERA.
002490     MOVE "01"             TO COB-CAB-TIPO.
002500     MOVE "COLEGIO"        TO COB-CAB-EMISORA.
002510     MOVE WS-FECHA-HOY     TO COB-CAB-FECHA.
002520     MOVE WS-PERIODO-ENVIO TO COB-CAB-PERIODO.
002530     WRITE COBRO-LINEA FROM WS-COB-CABECERA.
002540 2100-EXIT.
002550     EXIT.
002560
002570*  Primer envio del cargo: queda anotado en DOMMIDX a la
002580*  espera de la respuesta del banco.
002590 2200-ANOTAR-ENVIO.
002600     MOVE WS-FECHA-HOY TO DOMM-FEC-ENVIO.
002610     MOVE DOM-CUENTA   TO DOMM-CUENTA.
002620     MOVE FPEN-NETO    TO DOMM-MONTO.
002630     SET DOMM-ENVIADO TO TRUE.
002640     MOVE SPACES       TO DOMM-MOTIVO.
002650     MOVE ZERO         TO DOMM-FEC-RESPUESTA.
002660     WRITE DOMM-REC
002670         INVALID KEY
002680             MOVE "DOMIENV"       TO ERRHAND-PROGRAMA
002690             MOVE "2200-ANOTAR-ENVIO" TO ERRHAND-PARRAFO
002700             MOVE WS-DMM-STATUS   TO ERRHAND-FILE-STATUS
002710             SET ERRHAND-FATAL TO TRUE
002720             MOVE "ERROR AL GRABAR DOMMIDX" TO ERRHAND-MENSAJE
002730             CALL "ERRHAND" USING ERRHAND-PARM
002740             MOVE 8 TO RETURN-CODE
002750             STOP RUN
002760     END-WRITE.
002770 2200-EXIT.
002780     EXIT.
002790
002800*----------------------------------------------------------*
002810*  9000-FINALIZAR - Cola con el total de control (aunque no  *
002820*  haya cargos, el banco recibe cabecera y cola en cero) y   *
002830*  resumen de la corrida.                                     *
002840*----------------------------------------------------------*
002850 9000-FINALIZAR.
002860     IF WS-PEND-LEIDOS = ZERO
002870         PERFORM 2100-ESCRIBIR-CABECERA THRU 2100-EXIT
002880     END-IF.
002890     MOVE SPACES             TO WS-COB-COLA.
002900     MOVE "03"               TO COB-COLA-TIPO.
002910     MOVE WS-CARGOS-ENVIADOS TO COB-COLA-CARGOS.
002920     MOVE WS-TOTAL-ENVIADO   TO COB-COLA-TOTAL.
002930     WRITE COBRO-LINEA FROM WS-COB-COLA.
002940     CLOSE COBRO-FILE.
002950
002960     IF PENDIENTES-DISPONIBLES
002970         CLOSE PENDIENTE-FILE
002980     END-IF.
002990     IF DOMICILIOS-DISPONIBLES
003000         CLOSE DOMICILIO-FILE
003010         CLOSE ENVIADO-FILE
003020     END-IF.
003030
003040     DISPLAY " ".
003050     DISPLAY "---- RESUMEN DE DOMICILIACION ----".
003060     DISPLAY "CARGOS LEIDOS            : " WS-PEND-LEIDOS.
003070     DISPLAY "SIN DOMICILIACION ACTIVA : " WS-SIN-DOMICILIO.
003080     DISPLAY "YA CONTESTADOS POR BANCO : " WS-YA-CONTESTADOS.
003090     DISPLAY "REENVIADOS SIN RESPUESTA : " WS-REENVIADOS.
003100     DISPLAY "CARGOS ENVIADOS          : " WS-CARGOS-ENVIADOS.
003110     DISPLAY "TOTAL DE CONTROL         : " WS-TOTAL-ENVIADO.
003120 9000-EXIT.
003130     EXIT.

000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  INCICART                                     *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Carta al tutor por cada incidente disciplinario con       *
000090*  carta pendiente en INCIDX, en el estilo de la carta       *
000100*  modelo de ESCLISTA (ESCCARTA): tipo, descripcion,         *
000110*  profesor que lo reporta, sancion y, si la hay, las        *
000120*  fechas de la suspension.  Las cartas salen en INCCARTA y  *
000130*  el incidente queda con carta emitida y su fecha, asi que  *
000140*  repetir el paso no duplica cartas.  Corre a diario en el  *
000150*  job ESCAVISO.                                             *
000160*----------------------------------------------------------*
000170*  MODIFICATIONS.
000180*  2026-10-15 JFV  Creacion inicial.
000182*  2026-10-15 JFV  La carta abre con el nombre y domicilio del
000184*                  tutor segun CLIMAST (rutina DIRELKP) para el
000186*                  sobre de ventanilla.
000190*----------------------------------------------------------*
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. INCICART.
000220 AUTHOR. J. FIGUEROA VEGA.
000230 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000240 DATE-WRITTEN. 2026-10-15.
000250 DATE-COMPILED.
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT INCIDENTE-FILE ASSIGN TO "INCIDX"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS INCI-CLAVE
000340         FILE STATUS IS WS-INC-STATUS.
000350
000360     SELECT ESTUDIANTE-FILE ASSIGN TO "ESTUDIDX"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS ESTUDIANTE-IDEN
000400         ALTERNATE RECORD KEY IS ESTUDIANTE-NOMBRE
000410             WITH DUPLICATES
000420         FILE STATUS IS WS-STU-STATUS.
000430
000440     SELECT PROFESOR-FILE ASSIGN TO "PROFIDX"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS PROF-USUARIO
000480         FILE STATUS IS WS-PRF-STATUS.
000490
000500     SELECT CARTA-FILE ASSIGN TO "INCCARTA"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-CAR-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  INCIDENTE-FILE.
000570     COPY INCIREC.
000580
000590 FD  ESTUDIANTE-FILE.
000600     COPY ESTUD.
000610
000620 FD  PROFESOR-FILE.
000630     COPY PROFREC.
000640
000650 FD  CARTA-FILE.
000660 01  CARTA-LINEA                  PIC X(80).
000670
000680 WORKING-STORAGE SECTION.
000690 01  WS-INC-STATUS                PIC X(02).
000700     88  WS-INC-OK                        VALUE "00".
000710     88  WS-INC-NO-EXISTE                 VALUE "35".
000720
000730 01  WS-STU-STATUS                PIC X(02).
000740     88  WS-STU-OK                        VALUE "00".
000750
000760 01  WS-PRF-STATUS                PIC X(02).
000770     88  WS-PRF-OK                        VALUE "00".
000780
000790 01  WS-CAR-STATUS                PIC X(02).
000800     88  WS-CAR-OK                        VALUE "00".
000810
000820 01  WS-SWITCHES.
000830     05  WS-FIN-INCIDENTES        PIC X(01) VALUE "N".
000840         88  FIN-DE-INCIDENTES            VALUE "S".
000850     05  WS-HAY-PROFESORES        PIC X(01) VALUE "N".
000860         88  PROFESORES-DISPONIBLES       VALUE "S".
000870     05  WS-HAY-INCIDENTES        PIC X(01) VALUE "N".
000880         88  INCIDENTES-DISPONIBLES       VALUE "S".
000890
000900 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
000910
000920 01  WS-CONTADORES.
000930     05  WS-TOTAL-LEIDOS          PIC 9(07) COMP VALUE ZERO.
000940     05  WS-TOTAL-CARTAS          PIC 9(05) COMP VALUE ZERO.
000950     05  WS-SIN-ESTUDIANTE        PIC 9(05) COMP VALUE ZERO.
000955     05  WS-SIN-DOMICILIO         PIC 9(05) COMP VALUE ZERO.
000960
000970 01  WS-CARTA-NOMBRE              PIC X(30).
000980 01  WS-CARTA-TUTOR               PIC X(20).
000990 01  WS-CARTA-PROFESOR            PIC X(30).
001000 01  WS-CARTA-DIAS-EDIT           PIC Z9.
001005 01  WS-IDX-DOM                   PIC 9(01) COMP.
001010
001020*  Fecha AAAAMMDD vuelta DD/MM/AAAA para la carta.
001030 01  WS-FECHA-TRABAJO             PIC 9(08).
001040 01  WS-FECHA-TRABAJO-R REDEFINES WS-FECHA-TRABAJO.
001050     05  WS-TRA-AAAA              PIC 9(04).
001060     05  WS-TRA-MM                PIC 9(02).
001070     05  WS-TRA-DD                PIC 9(02).
001080 01  WS-FECHA-EDIT.
001090     05  WS-EDIT-DD               PIC 9(02).
001100     05  FILLER                   PIC X(01) VALUE "/".
001110     05  WS-EDIT-MM               PIC 9(02).
001120     05  FILLER                   PIC X(01) VALUE "/".
001130     05  WS-EDIT-AAAA             PIC 9(04).
001140 01  WS-CARTA-FECHA               PIC X(10).
001150 01  WS-CARTA-DESDE               PIC X(10).
001160 01  WS-CARTA-HASTA               PIC X(10).
001170
001180 COPY INCITIPO.
001190
001200 COPY ERRPARM.
001203
001206 COPY DIREPARM.
001210
001220 PROCEDURE DIVISION.
001230 0000-MAINLINE.
001240     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001250     PERFORM 2000-EMITIR-CARTAS THRU 2000-EXIT
001260         UNTIL FIN-DE-INCIDENTES.
001270     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001280     STOP RUN.
001290
001300*----------------------------------------------------------*
001310*  1000-INICIALIZAR - Sin INCIDX no hay cartas que emitir    *
001320*  (aun no se ha capturado ningun incidente).                *
001330*----------------------------------------------------------*
001340 1000-INICIALIZAR.
001350     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
001360     OPEN OUTPUT CARTA-FILE.
001370     IF NOT WS-CAR-OK
001380         MOVE "INCICART"      TO ERRHAND-PROGRAMA
001390         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001400         MOVE WS-CAR-STATUS   TO ERRHAND-FILE-STATUS
001410         SET ERRHAND-FATAL TO TRUE
001420         MOVE "ERROR AL ABRIR INCCARTA" TO ERRHAND-MENSAJE
001430         CALL "ERRHAND" USING ERRHAND-PARM
001440         MOVE 8 TO RETURN-CODE
001450         STOP RUN
001460     END-IF.
001470
001480     OPEN I-O INCIDENTE-FILE.
001490     IF WS-INC-NO-EXISTE
001500         DISPLAY "SIN ARCHIVO DE INCIDENTES, NO HAY CARTAS"
001510         SET FIN-DE-INCIDENTES TO TRUE
001520         GO TO 1000-EXIT
001530     END-IF.
001540     IF NOT WS-INC-OK
001550         MOVE "INCICART"      TO ERRHAND-PROGRAMA
001560         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001570         MOVE WS-INC-STATUS   TO ERRHAND-FILE-STATUS
001580         SET ERRHAND-FATAL TO TRUE
001590         MOVE "ERROR AL ABRIR INCIDX" TO ERRHAND-MENSAJE
001600         CALL "ERRHAND" USING ERRHAND-PARM
001610         MOVE 8 TO RETURN-CODE
001620         STOP RUN
001630     END-IF.
001640     SET INCIDENTES-DISPONIBLES TO TRUE.
001650
001660     OPEN INPUT ESTUDIANTE-FILE.
001670     IF NOT WS-STU-OK
001680         MOVE "INCICART"      TO ERRHAND-PROGRAMA
001690         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001700         MOVE WS-STU-STATUS   TO ERRHAND-FILE-STATUS
001710         SET ERRHAND-FATAL TO TRUE
001720         MOVE "ERROR AL ABRIR ESTUDIDX" TO ERRHAND-MENSAJE
001730         CALL "ERRHAND" USING ERRHAND-PARM
001740         MOVE 8 TO RETURN-CODE
001750         STOP RUN
001760     END-IF.
001770
001780*  Sin PROFIDX la carta lleva el usuario del profesor.
001790     OPEN INPUT PROFESOR-FILE.
001800     IF WS-PRF-OK
001810         SET PROFESORES-DISPONIBLES TO TRUE
001820     END-IF.
001830 1000-EXIT.
001840     EXIT.
001850
001860*----------------------------------------------------------*
001870*  2000-EMITIR-CARTAS - Recorre INCIDX; cada incidente con   *
001880*  carta pendiente genera su carta y se marca emitido.       *
001890*----------------------------------------------------------*
001900 2000-EMITIR-CARTAS.
001910     READ INCIDENTE-FILE NEXT RECORD
001920         AT END
001930             SET FIN-DE-INCIDENTES TO TRUE
001940             GO TO 2000-EXIT
001950     END-READ.
001960     ADD 1 TO WS-TOTAL-LEIDOS.
001970     IF NOT INCI-CARTA-PENDIENTE
001980         GO TO 2000-EXIT
001990     END-IF.
002000
002010     MOVE INCI-IDEN TO ESTUDIANTE-IDEN.
002020     READ ESTUDIANTE-FILE
002030         INVALID KEY
002040             DISPLAY "INCIDENTE SIN ESTUDIANTE: " INCI-CLAVE
002050             ADD 1 TO WS-SIN-ESTUDIANTE
002060             GO TO 2000-EXIT
002070     END-READ.
002080
002090     PERFORM 2300-ESCRIBIR-CARTA THRU 2300-EXIT.
002100
002110     SET INCI-CARTA-EMITIDA TO TRUE.
002120     MOVE WS-FECHA-HOY TO INCI-FEC-CARTA.
002130     REWRITE INCI-REC
002140         INVALID KEY
002150             MOVE "INCICART"      TO ERRHAND-PROGRAMA
002160             MOVE "2000-EMITIR-CARTAS" TO ERRHAND-PARRAFO
002170             MOVE WS-INC-STATUS   TO ERRHAND-FILE-STATUS
002180             SET ERRHAND-FATAL TO TRUE
002190             MOVE "ERROR AL MARCAR LA CARTA EN INCIDX"
002200                 TO ERRHAND-MENSAJE
002210             CALL "ERRHAND" USING ERRHAND-PARM
002220             MOVE 8 TO RETURN-CODE
002230             STOP RUN
002240     END-REWRITE.
002250 2000-EXIT.
002260     EXIT.
002270
002280*----------------------------------------------------------*
002290*  2300-ESCRIBIR-CARTA - Carta modelo al tutor, una por      *
002300*  incidente, en INCCARTA.                                   *
002310*----------------------------------------------------------*
002320 2300-ESCRIBIR-CARTA.
002330     ADD 1 TO WS-TOTAL-CARTAS.
002340     MOVE ESTUDIANTE-NOMBRE TO WS-CARTA-NOMBRE.
002350     MOVE ESTUDIANTE-TUTOR  TO WS-CARTA-TUTOR.
002360     MOVE INCI-FECHA TO WS-FECHA-TRABAJO.
002370     PERFORM 2350-EDITAR-FECHA THRU 2350-EXIT.
002380     MOVE WS-FECHA-EDIT TO WS-CARTA-FECHA.
002390
002400     MOVE INCI-PROFESOR TO WS-CARTA-PROFESOR.
002410     IF PROFESORES-DISPONIBLES
002420         MOVE INCI-PROFESOR TO PROF-USUARIO
002430         READ PROFESOR-FILE
002440             INVALID KEY
002450                 CONTINUE
002460             NOT INVALID KEY
002470                 MOVE PROF-NOMBRE TO WS-CARTA-PROFESOR
002480         END-READ
002490     END-IF.
002500
002510     SET INCITIPO-IDX TO 1.
002520     SEARCH INCITIPO-ENTRADA
002530         AT END
002540             SET INCITIPO-IDX TO 1
002550         WHEN INCITIPO-CODIGO (INCITIPO-IDX) = INCI-TIPO
002560             CONTINUE
002570     END-SEARCH.
002580     SET INCISANC-IDX TO 1.
002590     SEARCH INCISANC-ENTRADA
002600         AT END
002610             SET INCISANC-IDX TO 1
002620         WHEN INCISANC-CODIGO (INCISANC-IDX) = INCI-SANCION
002630             CONTINUE
002640     END-SEARCH.
002650
002660     MOVE ALL "=" TO CARTA-LINEA.
002670     WRITE CARTA-LINEA.
002675     PERFORM 2320-DOMICILIO-CARTA THRU 2320-EXIT.
002680     MOVE SPACES TO CARTA-LINEA.
002690     STRING "Estimado(a) " DELIMITED BY SIZE
002700         WS-CARTA-TUTOR DELIMITED BY SIZE
002710         ":" DELIMITED BY SIZE
002720         INTO CARTA-LINEA
002730     END-STRING.
002740     WRITE CARTA-LINEA.
002750     MOVE SPACES TO CARTA-LINEA.
002760     WRITE CARTA-LINEA.
002770     MOVE SPACES TO CARTA-LINEA.
002780     STRING "Le informamos que el estudiante "
002790         DELIMITED BY SIZE
002800         WS-CARTA-NOMBRE DELIMITED BY SIZE
002810         INTO CARTA-LINEA
002820     END-STRING.
002830     WRITE CARTA-LINEA.
002840     MOVE SPACES TO CARTA-LINEA.
002850     STRING "del curso " DELIMITED BY SIZE
002860         INCI-CURSO DELIMITED BY SIZE
002870         " tuvo el dia " DELIMITED BY SIZE
002880         WS-CARTA-FECHA DELIMITED BY SIZE
002890         " un incidente disciplinario:" DELIMITED BY SIZE
002900         INTO CARTA-LINEA
002910     END-STRING.
002920     WRITE CARTA-LINEA.
002930     MOVE SPACES TO CARTA-LINEA.
002940     STRING "    " DELIMITED BY SIZE
002950         INCITIPO-TEXTO (INCITIPO-IDX) DELIMITED BY SIZE
002960         INTO CARTA-LINEA
002970     END-STRING.
002980     WRITE CARTA-LINEA.
002990     MOVE SPACES TO CARTA-LINEA.
003000     STRING "    " DELIMITED BY SIZE
003010         INCI-DESCRIPCION DELIMITED BY SIZE
003020         INTO CARTA-LINEA
003030     END-STRING.
003040     WRITE CARTA-LINEA.
003050     MOVE SPACES TO CARTA-LINEA.
003060     STRING "reportado por el profesor(a) " DELIMITED BY SIZE
003070         WS-CARTA-PROFESOR DELIMITED BY SIZE
003080         INTO CARTA-LINEA
003090     END-STRING.
003100     WRITE CARTA-LINEA.
003110     MOVE SPACES TO CARTA-LINEA.
003120     WRITE CARTA-LINEA.
003130     MOVE SPACES TO CARTA-LINEA.
003140     STRING "Sancion: " DELIMITED BY SIZE
003150         INCISANC-TEXTO (INCISANC-IDX) DELIMITED BY SIZE
003160         INTO CARTA-LINEA
003170     END-STRING.
003180     WRITE CARTA-LINEA.
003190     IF INCI-SUSPENSION
003200         PERFORM 2310-RENGLON-SUSPENSION THRU 2310-EXIT
003210     END-IF.
003220     MOVE SPACES TO CARTA-LINEA.
003230     WRITE CARTA-LINEA.
003240     MOVE "Le pedimos firmar de enterado y presentarse en la"
003250         TO CARTA-LINEA.
003260     WRITE CARTA-LINEA.
003270     MOVE "coordinacion para comentar el incidente."
003280         TO CARTA-LINEA.
003290     WRITE CARTA-LINEA.
003300     MOVE SPACES TO CARTA-LINEA.
003310     WRITE CARTA-LINEA.
003320     MOVE "Atentamente, La Coordinacion" TO CARTA-LINEA.
003330     WRITE CARTA-LINEA.
003340 2300-EXIT.
003350     EXIT.
003360
003370*  Los dias de suspension ya figuran en la asistencia como
003380*  ausencias justificadas.
003390 2310-RENGLON-SUSPENSION.
003400     MOVE INCI-SUSP-DESDE TO WS-FECHA-TRABAJO.
003410     PERFORM 2350-EDITAR-FECHA THRU 2350-EXIT.
003420     MOVE WS-FECHA-EDIT TO WS-CARTA-DESDE.
003430     MOVE INCI-SUSP-HASTA TO WS-FECHA-TRABAJO.
003440     PERFORM 2350-EDITAR-FECHA THRU 2350-EXIT.
003450     MOVE WS-FECHA-EDIT TO WS-CARTA-HASTA.
003460     MOVE INCI-DIAS-SUSPENSION TO WS-CARTA-DIAS-EDIT.
003470     MOVE SPACES TO CARTA-LINEA.
003480     STRING "de " DELIMITED BY SIZE
003490         WS-CARTA-DIAS-EDIT DELIMITED BY SIZE
003500         " dia(s) de clase, del " DELIMITED BY SIZE
003510         WS-CARTA-DESDE DELIMITED BY SIZE
003520         " al " DELIMITED BY SIZE
003530         WS-CARTA-HASTA DELIMITED BY SIZE
003540         "." DELIMITED BY SIZE
003550         INTO CARTA-LINEA
003560     END-STRING.
003570     WRITE CARTA-LINEA.
003580 2310-EXIT.
003590     EXIT.
003591     EXIT.
003592
003593*  Nombre y domicilio del tutor segun su cuenta en CLIMAST
003594*  (rutina DIRELKP), para el sobre de ventanilla.
003595 2320-DOMICILIO-CARTA.
003596     MOVE WS-CARTA-TUTOR TO DIRELKP-TUTOR.
003597     MOVE SPACES TO DIRELKP-CLIENTE.
003598     CALL "DIRELKP" USING DIRELKP-PARM.
003599     IF NOT DIRELKP-CON-DOMICILIO
003600         ADD 1 TO WS-SIN-DOMICILIO
003601     END-IF.
003602     PERFORM 2330-RENGLON-DOMICILIO THRU 2330-EXIT
003603         VARYING WS-IDX-DOM FROM 1 BY 1
003604         UNTIL WS-IDX-DOM > 4.
003605     MOVE SPACES TO CARTA-LINEA.
003606     WRITE CARTA-LINEA.
003607 2320-EXIT.
003608     EXIT.
003609
003610 2330-RENGLON-DOMICILIO.
003611     MOVE DIRELKP-LINEA (WS-IDX-DOM) TO CARTA-LINEA.
003612     WRITE CARTA-LINEA.
003613 2330-EXIT.
003614
003615 2350-EDITAR-FECHA.
003620     MOVE WS-TRA-DD   TO WS-EDIT-DD.
003630     MOVE WS-TRA-MM   TO WS-EDIT-MM.
003640     MOVE WS-TRA-AAAA TO WS-EDIT-AAAA.
003650 2350-EXIT.
003660     EXIT.
003670
003680*----------------------------------------------------------*
003690*  9000-FINALIZAR - Cierra archivos e imprime el resumen     *
003700*----------------------------------------------------------*
003710 9000-FINALIZAR.
003720     CLOSE CARTA-FILE.
003730     IF INCIDENTES-DISPONIBLES
003740         CLOSE INCIDENTE-FILE
003750         CLOSE ESTUDIANTE-FILE
003760         IF PROFESORES-DISPONIBLES
003770             CLOSE PROFESOR-FILE
003780         END-IF
003790     END-IF.
003800     DISPLAY " ".
003810     DISPLAY "---- RESUMEN DE CARTAS DE INCIDENTES ----".
003820     DISPLAY "INCIDENTES LEIDOS  : " WS-TOTAL-LEIDOS.
003830     DISPLAY "CARTAS EMITIDAS    : " WS-TOTAL-CARTAS.
003840     DISPLAY "SIN ESTUDIANTE     : " WS-SIN-ESTUDIANTE.
003845     DISPLAY "SIN DOMICILIO      : " WS-SIN-DOMICILIO.
003850 9000-EXIT.
003860     EXIT.

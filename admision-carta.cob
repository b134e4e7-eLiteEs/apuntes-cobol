000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  ADMICART                                     *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Cartas de admision al tutor del aspirante, en ADMCARTA,   *
000090*  por cada solicitud de ADMIDX con carta pendiente:         *
000100*  aceptacion con el curso y el numero de estudiante         *
000110*  (INSCRITA), aceptacion con el turno en la lista de        *
000120*  espera (EN ESPERA) y rechazo con el motivo del catalogo   *
000130*  ADMIMOTI.  Las aceptadas aun sin cierre de ADMICIER       *
000140*  esperan al cierre, que les da curso o lista de espera.    *
000150*  Cada carta emitida se marca en la solicitud.              *
000160*----------------------------------------------------------*
000170*  MODIFICATIONS.
000180*  2026-10-15 JFV  Creacion inicial.
000182*  2026-10-15 JFV  La carta abre con el nombre y domicilio del
000184*                  tutor segun CLIMAST (rutina DIRELKP) para el
000186*                  sobre de ventanilla.
000190*----------------------------------------------------------*
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. ADMICART.
000220 AUTHOR. J. FIGUEROA VEGA.
000230 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000240 DATE-WRITTEN. 2026-10-15.
000250 DATE-COMPILED.
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT ADMISION-FILE ASSIGN TO "ADMIDX"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS ADMI-NUMERO
000340         FILE STATUS IS WS-ADM-STATUS.
000350
000360     SELECT CARTA-FILE ASSIGN TO "ADMCARTA"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-CAR-STATUS.
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  ADMISION-FILE.
000430     COPY ADMIREC.
000440
000450 FD  CARTA-FILE.
000460 01  CARTA-LINEA                  PIC X(80).
000470
000480 WORKING-STORAGE SECTION.
000490 01  WS-ADM-STATUS                PIC X(02).
000500     88  WS-ADM-OK                        VALUE "00".
000510     88  WS-ADM-NO-EXISTE                 VALUE "35".
000520
000530 01  WS-CAR-STATUS                PIC X(02).
000540     88  WS-CAR-OK                        VALUE "00".
000550
000560 01  WS-SWITCHES.
000570     05  WS-FIN-SOLICITUDES       PIC X(01) VALUE "N".
000580         88  FIN-DE-SOLICITUDES           VALUE "S".
000590     05  WS-HAY-SOLICITUDES       PIC X(01) VALUE "N".
000600         88  SOLICITUDES-DISPONIBLES      VALUE "S".
000610
000620 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
000630
000640 01  WS-CONTADORES.
000650     05  WS-TOTAL-LEIDAS          PIC 9(07) COMP VALUE ZERO.
000660     05  WS-CARTAS-INSCRITAS      PIC 9(05) COMP VALUE ZERO.
000670     05  WS-CARTAS-ESPERA         PIC 9(05) COMP VALUE ZERO.
000680     05  WS-CARTAS-RECHAZO        PIC 9(05) COMP VALUE ZERO.
000690     05  WS-EN-ESPERA-CIERRE      PIC 9(05) COMP VALUE ZERO.
000695     05  WS-SIN-DOMICILIO         PIC 9(05) COMP VALUE ZERO.
000700
000710 01  WS-CARTA-CURSO               PIC X(30).
000720 01  WS-CARTA-TURNO-EDIT          PIC ZZZZ9.
000730 01  WS-CARTA-NUMERO-EDIT         PIC Z(05)9.
000735 01  WS-IDX-DOM                   PIC 9(01) COMP.
000740
000750*  Fecha AAAAMMDD vuelta DD/MM/AAAA para la carta.
000760 01  WS-FECHA-TRABAJO             PIC 9(08).
000770 01  WS-FECHA-TRABAJO-R REDEFINES WS-FECHA-TRABAJO.
000780     05  WS-TRA-AAAA              PIC 9(04).
000790     05  WS-TRA-MM                PIC 9(02).
000800     05  WS-TRA-DD                PIC 9(02).
000810 01  WS-FECHA-EDIT.
000820     05  WS-EDIT-DD               PIC 9(02).
000830     05  FILLER                   PIC X(01) VALUE "/".
000840     05  WS-EDIT-MM               PIC 9(02).
000850     05  FILLER                   PIC X(01) VALUE "/".
000860     05  WS-EDIT-AAAA             PIC 9(04).
000870 01  WS-CARTA-FECHA               PIC X(10).
000880
000890 COPY ADMIMOTI.
000900
000910 COPY ERRPARM.
000920
000930 COPY CURSOPARM.
000933
000936 COPY DIREPARM.
000940
000950 PROCEDURE DIVISION.
000960 0000-MAINLINE.
000970     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
000980     PERFORM 2000-EMITIR-CARTAS THRU 2000-EXIT
000990         UNTIL FIN-DE-SOLICITUDES.
001000     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001010     STOP RUN.
001020
001030*----------------------------------------------------------*
001040*  1000-INICIALIZAR - Sin ADMIDX no hay cartas que emitir    *
001050*  (aun no se ha capturado ninguna solicitud).               *
001060*----------------------------------------------------------*
001070 1000-INICIALIZAR.
001080     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
001090     OPEN OUTPUT CARTA-FILE.
001100     IF NOT WS-CAR-OK
001110         MOVE "ADMICART"      TO ERRHAND-PROGRAMA
001120         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001130         MOVE WS-CAR-STATUS   TO ERRHAND-FILE-STATUS
001140         SET ERRHAND-FATAL TO TRUE
001150         MOVE "ERROR AL ABRIR ADMCARTA" TO ERRHAND-MENSAJE
001160         CALL "ERRHAND" USING ERRHAND-PARM
001170         MOVE 8 TO RETURN-CODE
001180         STOP RUN
001190     END-IF.
001200
001210     OPEN I-O ADMISION-FILE.
001220     IF WS-ADM-NO-EXISTE
001230         DISPLAY "SIN ARCHIVO DE ADMISIONES, NO HAY CARTAS"
001240         SET FIN-DE-SOLICITUDES TO TRUE
001250         GO TO 1000-EXIT
001260     END-IF.
001270     IF NOT WS-ADM-OK
001280         MOVE "ADMICART"      TO ERRHAND-PROGRAMA
001290         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001300         MOVE WS-ADM-STATUS   TO ERRHAND-FILE-STATUS
001310         SET ERRHAND-FATAL TO TRUE
001320         MOVE "ERROR AL ABRIR ADMIDX" TO ERRHAND-MENSAJE
001330         CALL "ERRHAND" USING ERRHAND-PARM
001340         MOVE 8 TO RETURN-CODE
001350         STOP RUN
001360     END-IF.
001370     SET SOLICITUDES-DISPONIBLES TO TRUE.
001380 1000-EXIT.
001390     EXIT.
001400
001410*----------------------------------------------------------*
001420*  2000-EMITIR-CARTAS - Recorre ADMIDX; cada solicitud con   *
001430*  carta pendiente y decision final genera su carta y se     *
001440*  marca emitida.                                            *
001450*----------------------------------------------------------*
001460 2000-EMITIR-CARTAS.
001470     READ ADMISION-FILE NEXT RECORD
001480         AT END
001490             SET FIN-DE-SOLICITUDES TO TRUE
001500             GO TO 2000-EXIT
001510     END-READ.
001520     ADD 1 TO WS-TOTAL-LEIDAS.
001530     IF NOT ADMI-CARTA-PENDIENTE
001540         GO TO 2000-EXIT
001550     END-IF.
001560
001570     EVALUATE TRUE
001580         WHEN ADMI-INSCRITA
001590             PERFORM 2100-CARTA-INSCRITA THRU 2100-EXIT
001600         WHEN ADMI-EN-ESPERA
001610             PERFORM 2200-CARTA-ESPERA THRU 2200-EXIT
001620         WHEN ADMI-RECHAZADA
001630             PERFORM 2300-CARTA-RECHAZO THRU 2300-EXIT
001640         WHEN OTHER
001650             ADD 1 TO WS-EN-ESPERA-CIERRE
001660             GO TO 2000-EXIT
001670     END-EVALUATE.
001680
001690     SET ADMI-CARTA-EMITIDA TO TRUE.
001700     MOVE WS-FECHA-HOY TO ADMI-FEC-CARTA.
001710     REWRITE ADMI-REC
001720         INVALID KEY
001730             MOVE "ADMICART"      TO ERRHAND-PROGRAMA
001740             MOVE "2000-EMITIR-CARTAS" TO ERRHAND-PARRAFO
001750             MOVE WS-ADM-STATUS   TO ERRHAND-FILE-STATUS
001760             SET ERRHAND-FATAL TO TRUE
001770             MOVE "ERROR AL MARCAR LA CARTA EN ADMIDX"
001780                 TO ERRHAND-MENSAJE
001790             CALL "ERRHAND" USING ERRHAND-PARM
001800             MOVE 8 TO RETURN-CODE
001810             STOP RUN
001820     END-REWRITE.
001830 2000-EXIT.
001840     EXIT.
001850
001860*----------------------------------------------------------*
001870*  2100-CARTA-INSCRITA - Aceptado con lugar en el curso      *
001880*----------------------------------------------------------*
001890 2100-CARTA-INSCRITA.
001900     ADD 1 TO WS-CARTAS-INSCRITAS.
001910     PERFORM 2400-ENCABEZADO THRU 2400-EXIT.
001920     PERFORM 2450-DESCRIBIR-CURSO THRU 2450-EXIT.
001930     MOVE SPACES TO CARTA-LINEA.
001940     STRING "ha sido ACEPTADA.  Su hijo(a) queda inscrito(a) "
001950         DELIMITED BY SIZE
001960         "en el curso" DELIMITED BY SIZE
001970         INTO CARTA-LINEA
001980     END-STRING.
001990     WRITE CARTA-LINEA.
002000     MOVE SPACES TO CARTA-LINEA.
002010     STRING "    " DELIMITED BY SIZE
002020         ADMI-CURSO DELIMITED BY SIZE
002030         " " DELIMITED BY SIZE
002040         WS-CARTA-CURSO DELIMITED BY SIZE
002050         INTO CARTA-LINEA
002060     END-STRING.
002070     WRITE CARTA-LINEA.
002080     MOVE SPACES TO CARTA-LINEA.
002090     STRING "con el numero de estudiante " DELIMITED BY SIZE
002100         ADMI-IDEN-ASIGNADO DELIMITED BY SIZE
002110         ", que le pedimos usar en todo tramite."
002120             DELIMITED BY SIZE
002130         INTO CARTA-LINEA
002140     END-STRING.
002150     WRITE CARTA-LINEA.
002160     MOVE SPACES TO CARTA-LINEA.
002170     WRITE CARTA-LINEA.
002180     MOVE "Le esperamos en la oficina para completar la"
002190         TO CARTA-LINEA.
002200     WRITE CARTA-LINEA.
002210     MOVE "documentacion y el pago de la inscripcion."
002220         TO CARTA-LINEA.
002230     WRITE CARTA-LINEA.
002240     PERFORM 2500-DESPEDIDA THRU 2500-EXIT.
002250 2100-EXIT.
002260     EXIT.
002270
002280*----------------------------------------------------------*
002290*  2200-CARTA-ESPERA - Aceptado, curso lleno: turno en la    *
002300*  lista de espera.                                          *
002310*----------------------------------------------------------*
002320 2200-CARTA-ESPERA.
002330     ADD 1 TO WS-CARTAS-ESPERA.
002340     PERFORM 2400-ENCABEZADO THRU 2400-EXIT.
002350     PERFORM 2450-DESCRIBIR-CURSO THRU 2450-EXIT.
002360     MOVE ADMI-TURNO-ESPERA TO WS-CARTA-TURNO-EDIT.
002370     MOVE "ha sido ACEPTADA, pero el curso solicitado"
002380         TO CARTA-LINEA.
002390     WRITE CARTA-LINEA.
002400     MOVE SPACES TO CARTA-LINEA.
002410     STRING "    " DELIMITED BY SIZE
002420         ADMI-CURSO DELIMITED BY SIZE
002430         " " DELIMITED BY SIZE
002440         WS-CARTA-CURSO DELIMITED BY SIZE
002450         INTO CARTA-LINEA
002460     END-STRING.
002470     WRITE CARTA-LINEA.
002480     MOVE SPACES TO CARTA-LINEA.
002490     STRING "no tiene lugares por ahora.  Queda en la lista de "
002500         DELIMITED BY SIZE
002510         "espera con el turno " DELIMITED BY SIZE
002520         WS-CARTA-TURNO-EDIT DELIMITED BY SIZE
002530         "." DELIMITED BY SIZE
002540         INTO CARTA-LINEA
002550     END-STRING.
002560     WRITE CARTA-LINEA.
002570     MOVE SPACES TO CARTA-LINEA.
002580     WRITE CARTA-LINEA.
002590     MOVE "En cuanto se libere un lugar la oficina le llamara,"
002600         TO CARTA-LINEA.
002610     WRITE CARTA-LINEA.
002620     MOVE "en el orden de la lista." TO CARTA-LINEA.
002630     WRITE CARTA-LINEA.
002640     PERFORM 2500-DESPEDIDA THRU 2500-EXIT.
002650 2200-EXIT.
002660     EXIT.
002670
002680*----------------------------------------------------------*
002690*  2300-CARTA-RECHAZO - Motivo del catalogo y observacion    *
002700*----------------------------------------------------------*
002710 2300-CARTA-RECHAZO.
002720     ADD 1 TO WS-CARTAS-RECHAZO.
002730     PERFORM 2400-ENCABEZADO THRU 2400-EXIT.
002740     SET ADMIMOTI-IDX TO 1.
002750     SEARCH ADMIMOTI-ENTRADA
002760         AT END
002770             SET ADMIMOTI-IDX TO ADMIMOTI-TOTAL
002780         WHEN ADMIMOTI-CODIGO (ADMIMOTI-IDX) = ADMI-MOTIVO
002790             CONTINUE
002800     END-SEARCH.
002810     MOVE "no ha podido ser aceptada, por el siguiente motivo:"
002820         TO CARTA-LINEA.
002830     WRITE CARTA-LINEA.
002840     MOVE SPACES TO CARTA-LINEA.
002850     STRING "    " DELIMITED BY SIZE
002860         ADMIMOTI-TEXTO (ADMIMOTI-IDX) DELIMITED BY SIZE
002870         INTO CARTA-LINEA
002880     END-STRING.
002890     WRITE CARTA-LINEA.
002900     IF ADMI-OBSERVACION NOT = SPACES
002910         MOVE SPACES TO CARTA-LINEA
002920         STRING "    " DELIMITED BY SIZE
002930             ADMI-OBSERVACION DELIMITED BY SIZE
002940             INTO CARTA-LINEA
002950         END-STRING
002960         WRITE CARTA-LINEA
002970     END-IF.
002980     MOVE SPACES TO CARTA-LINEA.
002990     WRITE CARTA-LINEA.
003000     MOVE "Le agradecemos su interes en nuestro colegio."
003010         TO CARTA-LINEA.
003020     WRITE CARTA-LINEA.
003030     PERFORM 2500-DESPEDIDA THRU 2500-EXIT.
003040 2300-EXIT.
003050     EXIT.
003060
003070*----------------------------------------------------------*
003080*  2400-ENCABEZADO - Saludo al tutor y datos de la solicitud *
003090*----------------------------------------------------------*
003100 2400-ENCABEZADO.
003110     MOVE ADMI-FEC-SOLICITUD TO WS-FECHA-TRABAJO.
003120     PERFORM 2550-EDITAR-FECHA THRU 2550-EXIT.
003130     MOVE WS-FECHA-EDIT TO WS-CARTA-FECHA.
003140     MOVE ADMI-NUMERO TO WS-CARTA-NUMERO-EDIT.
003150     MOVE ALL "=" TO CARTA-LINEA.
003160     WRITE CARTA-LINEA.
003165     PERFORM 2410-DOMICILIO-CARTA THRU 2410-EXIT.
003170     MOVE SPACES TO CARTA-LINEA.
003180     STRING "Estimado(a) " DELIMITED BY SIZE
003190         ADMI-TUTOR DELIMITED BY SIZE
003200         ":" DELIMITED BY SIZE
003210         INTO CARTA-LINEA
003220     END-STRING.
003230     WRITE CARTA-LINEA.
003240     MOVE SPACES TO CARTA-LINEA.
003250     WRITE CARTA-LINEA.
003260     MOVE SPACES TO CARTA-LINEA.
003270     STRING "Le informamos que la solicitud de admision "
003280         DELIMITED BY SIZE
003290         WS-CARTA-NUMERO-EDIT DELIMITED BY SIZE
003300         " del " DELIMITED BY SIZE
003310         WS-CARTA-FECHA DELIMITED BY SIZE
003320         INTO CARTA-LINEA
003330     END-STRING.
003340     WRITE CARTA-LINEA.
003350     MOVE SPACES TO CARTA-LINEA.
003360     STRING "de " DELIMITED BY SIZE
003370         ADMI-NOMBRE DELIMITED BY SIZE
003380         INTO CARTA-LINEA
003390     END-STRING.
003400     WRITE CARTA-LINEA.
003410 2400-EXIT.
003420     EXIT.
003421
003422*  Nombre y domicilio del tutor segun su cuenta en CLIMAST
003423*  (rutina DIRELKP); una familia nueva sin cuenta sale con
003424*  la leyenda de sin domicilio para ensobrar a mano.
003425 2410-DOMICILIO-CARTA.
003426     MOVE ADMI-TUTOR TO DIRELKP-TUTOR.
003427     MOVE SPACES TO DIRELKP-CLIENTE.
003428     CALL "DIRELKP" USING DIRELKP-PARM.
003429     IF NOT DIRELKP-CON-DOMICILIO
003430         ADD 1 TO WS-SIN-DOMICILIO
003431     END-IF.
003432     PERFORM 2420-RENGLON-DOMICILIO THRU 2420-EXIT
003433         VARYING WS-IDX-DOM FROM 1 BY 1
003434         UNTIL WS-IDX-DOM > 4.
003435     MOVE SPACES TO CARTA-LINEA.
003436     WRITE CARTA-LINEA.
003437 2410-EXIT.
003438     EXIT.
003439
003440 2420-RENGLON-DOMICILIO.
003441     MOVE DIRELKP-LINEA (WS-IDX-DOM) TO CARTA-LINEA.
003442     WRITE CARTA-LINEA.
003443 2420-EXIT.
003444     EXIT.
003445
003446*  Descripcion del curso; si ya no esta en el catalogo la
003450*  carta lleva solo el codigo.
003460 2450-DESCRIBIR-CURSO.
003470     MOVE SPACES TO WS-CARTA-CURSO.
003480     SET CURSOCHK-VALIDAR TO TRUE.
003490     MOVE ADMI-CURSO TO CURSOCHK-CODIGO.
003500     CALL "CURSOCHK" USING CURSOCHK-PARM.
003510     IF CURSOCHK-OK OR CURSOCHK-SIN-CUPO
003520         MOVE CURSOCHK-DESCRIPCION TO WS-CARTA-CURSO
003530     END-IF.
003540 2450-EXIT.
003550     EXIT.
003560
003570 2500-DESPEDIDA.
003580     MOVE SPACES TO CARTA-LINEA.
003590     WRITE CARTA-LINEA.
003600     MOVE "Atentamente, La Direccion" TO CARTA-LINEA.
003610     WRITE CARTA-LINEA.
003620 2500-EXIT.
003630     EXIT.
003640
003650 2550-EDITAR-FECHA.
003660     MOVE WS-TRA-DD   TO WS-EDIT-DD.
003670     MOVE WS-TRA-MM   TO WS-EDIT-MM.
003680     MOVE WS-TRA-AAAA TO WS-EDIT-AAAA.
003690 2550-EXIT.
003700     EXIT.
003710
003720*----------------------------------------------------------*
003730*  9000-FINALIZAR - Cierra archivos e imprime el resumen     *
003740*----------------------------------------------------------*
003750 9000-FINALIZAR.
003760     CLOSE CARTA-FILE.
003770     IF SOLICITUDES-DISPONIBLES
003780         CLOSE ADMISION-FILE
003790     END-IF.
003800     DISPLAY " ".
003810     DISPLAY "---- RESUMEN DE CARTAS DE ADMISION ----".
003820     DISPLAY "SOLICITUDES LEIDAS    : " WS-TOTAL-LEIDAS.
003830     DISPLAY "CARTAS DE INSCRIPCION : " WS-CARTAS-INSCRITAS.
003840     DISPLAY "CARTAS DE LISTA ESPERA: " WS-CARTAS-ESPERA.
003850     DISPLAY "CARTAS DE RECHAZO     : " WS-CARTAS-RECHAZO.
003860     DISPLAY "ACEPTADAS SIN CIERRE  : " WS-EN-ESPERA-CIERRE.
003865     DISPLAY "SIN DOMICILIO         : " WS-SIN-DOMICILIO.
003870 9000-EXIT.
003880     EXIT.

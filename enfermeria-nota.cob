000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  ENFENOTA                                     *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Nota al tutor por cada visita a la enfermeria con nota    *
000090*  pendiente en ENFEIDX, en el estilo de las cartas de       *
000100*  INCICART: malestar, atencion dada, medicamento y dosis,   *
000110*  y si el estudiante se envio a su casa.  Las notas salen   *
000120*  en ENFNOTA y la visita queda con nota emitida y su        *
000130*  fecha, asi que repetir el paso no duplica notas.  Corre   *
000140*  a diario en el job ESCAVISO.                              *
000150*----------------------------------------------------------*
000160*  MODIFICATIONS.
000170*  2026-10-15 JFV  Creacion inicial.
000172*  2026-10-15 JFV  La nota abre con el nombre y domicilio del
000174*                  tutor segun CLIMAST (rutina DIRELKP) para el
000176*                  sobre de ventanilla.
000180*----------------------------------------------------------*
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ENFENOTA.
000210 AUTHOR. J. FIGUEROA VEGA.
000220 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000230 DATE-WRITTEN. 2026-10-15.
000240 DATE-COMPILED.
000250
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT ENFERMERIA-FILE ASSIGN TO "ENFEIDX"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS ENFE-CLAVE
000330         FILE STATUS IS WS-ENF-STATUS.
000340
000350     SELECT ESTUDIANTE-FILE ASSIGN TO "ESTUDIDX"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS RANDOM
000380         RECORD KEY IS ESTUDIANTE-IDEN
000390         ALTERNATE RECORD KEY IS ESTUDIANTE-NOMBRE
000400             WITH DUPLICATES
000410         FILE STATUS IS WS-STU-STATUS.
000420
000430     SELECT NOTA-FILE ASSIGN TO "ENFNOTA"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-NOT-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  ENFERMERIA-FILE.
000500     COPY ENFEREC.
000510
000520 FD  ESTUDIANTE-FILE.
000530     COPY ESTUD.
000540
000550 FD  NOTA-FILE.
000560 01  NOTA-LINEA                   PIC X(80).
000570
000580 WORKING-STORAGE SECTION.
000590 01  WS-ENF-STATUS                PIC X(02).
000600     88  WS-ENF-OK                        VALUE "00".
000610     88  WS-ENF-NO-EXISTE                 VALUE "35".
000620
000630 01  WS-STU-STATUS                PIC X(02).
000640     88  WS-STU-OK                        VALUE "00".
000650
000660 01  WS-NOT-STATUS                PIC X(02).
000670     88  WS-NOT-OK                        VALUE "00".
000680
000690 01  WS-SWITCHES.
000700     05  WS-FIN-VISITAS           PIC X(01) VALUE "N".
000710         88  FIN-DE-VISITAS               VALUE "S".
000720     05  WS-HAY-VISITAS           PIC X(01) VALUE "N".
000730         88  VISITAS-DISPONIBLES          VALUE "S".
000740
000750 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
000760
000770 01  WS-CONTADORES.
000780     05  WS-TOTAL-LEIDOS          PIC 9(07) COMP VALUE ZERO.
000790     05  WS-TOTAL-NOTAS           PIC 9(05) COMP VALUE ZERO.
000800     05  WS-TOTAL-A-CASA          PIC 9(05) COMP VALUE ZERO.
000810     05  WS-SIN-ESTUDIANTE        PIC 9(05) COMP VALUE ZERO.
000815     05  WS-SIN-DOMICILIO         PIC 9(05) COMP VALUE ZERO.
000820
000830 01  WS-NOTA-NOMBRE               PIC X(30).
000840 01  WS-NOTA-TUTOR                PIC X(20).
000845 01  WS-IDX-DOM                   PIC 9(01) COMP.
000850
000860*  Fecha AAAAMMDD vuelta DD/MM/AAAA y hora HH:MM para la nota.
000870 01  WS-FECHA-TRABAJO             PIC 9(08).
000880 01  WS-FECHA-TRABAJO-R REDEFINES WS-FECHA-TRABAJO.
000890     05  WS-TRA-AAAA              PIC 9(04).
000900     05  WS-TRA-MM                PIC 9(02).
000910     05  WS-TRA-DD                PIC 9(02).
000920 01  WS-FECHA-EDIT.
000930     05  WS-EDIT-DD               PIC 9(02).
000940     05  FILLER                   PIC X(01) VALUE "/".
000950     05  WS-EDIT-MM               PIC 9(02).
000960     05  FILLER                   PIC X(01) VALUE "/".
000970     05  WS-EDIT-AAAA             PIC 9(04).
000980 01  WS-HORA-EDIT.
000990     05  WS-EDIT-HH               PIC 9(02).
001000     05  FILLER                   PIC X(01) VALUE ":".
001010     05  WS-EDIT-MI               PIC 9(02).
001020
001030 COPY ERRPARM.
001035 COPY DIREPARM.
001040
001050 PROCEDURE DIVISION.
001060 0000-MAINLINE.
001070     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001080     PERFORM 2000-EMITIR-NOTAS THRU 2000-EXIT
001090         UNTIL FIN-DE-VISITAS.
001100     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001110     STOP RUN.
001120
001130*----------------------------------------------------------*
001140*  1000-INICIALIZAR - Sin ENFEIDX no hay notas que emitir    *
001150*  (aun no se ha capturado ninguna visita).                  *
001160*----------------------------------------------------------*
001170 1000-INICIALIZAR.
001180     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
001190     OPEN OUTPUT NOTA-FILE.
001200     IF NOT WS-NOT-OK
001210         MOVE "ENFENOTA"      TO ERRHAND-PROGRAMA
001220         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001230         MOVE WS-NOT-STATUS   TO ERRHAND-FILE-STATUS
001240         SET ERRHAND-FATAL TO TRUE
001250         MOVE "ERROR AL ABRIR ENFNOTA" TO ERRHAND-MENSAJE
001260         CALL "ERRHAND" USING ERRHAND-PARM
001270         MOVE 8 TO RETURN-CODE
001280         STOP RUN
001290     END-IF.
001300
001310     OPEN I-O ENFERMERIA-FILE.
001320     IF WS-ENF-NO-EXISTE
001330         DISPLAY "SIN ARCHIVO DE ENFERMERIA, NO HAY NOTAS"
001340         SET FIN-DE-VISITAS TO TRUE
001350         GO TO 1000-EXIT
001360     END-IF.
001370     IF NOT WS-ENF-OK
001380         MOVE "ENFENOTA"      TO ERRHAND-PROGRAMA
001390         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001400         MOVE WS-ENF-STATUS   TO ERRHAND-FILE-STATUS
001410         SET ERRHAND-FATAL TO TRUE
001420         MOVE "ERROR AL ABRIR ENFEIDX" TO ERRHAND-MENSAJE
001430         CALL "ERRHAND" USING ERRHAND-PARM
001440         MOVE 8 TO RETURN-CODE
001450         STOP RUN
001460     END-IF.
001470     SET VISITAS-DISPONIBLES TO TRUE.
001480
001490     OPEN INPUT ESTUDIANTE-FILE.
001500     IF NOT WS-STU-OK
001510         MOVE "ENFENOTA"      TO ERRHAND-PROGRAMA
001520         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001530         MOVE WS-STU-STATUS   TO ERRHAND-FILE-STATUS
001540         SET ERRHAND-FATAL TO TRUE
001550         MOVE "ERROR AL ABRIR ESTUDIDX" TO ERRHAND-MENSAJE
001560         CALL "ERRHAND" USING ERRHAND-PARM
001570         MOVE 8 TO RETURN-CODE
001580         STOP RUN
001590     END-IF.
001600 1000-EXIT.
001610     EXIT.
001620
001630*----------------------------------------------------------*
001640*  2000-EMITIR-NOTAS - Recorre ENFEIDX; cada visita con nota *
001650*  pendiente genera su nota y se marca emitida.              *
001660*----------------------------------------------------------*
001670 2000-EMITIR-NOTAS.
001680     READ ENFERMERIA-FILE NEXT RECORD
001690         AT END
001700             SET FIN-DE-VISITAS TO TRUE
001710             GO TO 2000-EXIT
001720     END-READ.
001730     ADD 1 TO WS-TOTAL-LEIDOS.
001740     IF NOT ENFE-NOTA-PENDIENTE
001750         GO TO 2000-EXIT
001760     END-IF.
001770
001780     MOVE ENFE-IDEN TO ESTUDIANTE-IDEN.
001790     READ ESTUDIANTE-FILE
001800         INVALID KEY
001810             DISPLAY "VISITA SIN ESTUDIANTE: " ENFE-CLAVE
001820             ADD 1 TO WS-SIN-ESTUDIANTE
001830             GO TO 2000-EXIT
001840     END-READ.
001850
001860     PERFORM 2300-ESCRIBIR-NOTA THRU 2300-EXIT.
001870
001880     SET ENFE-NOTA-EMITIDA TO TRUE.
001890     MOVE WS-FECHA-HOY TO ENFE-FEC-NOTA.
001900     REWRITE ENFE-REC
001910         INVALID KEY
001920             MOVE "ENFENOTA"      TO ERRHAND-PROGRAMA
001930             MOVE "2000-EMITIR-NOTAS" TO ERRHAND-PARRAFO
001940             MOVE WS-ENF-STATUS   TO ERRHAND-FILE-STATUS
001950             SET ERRHAND-FATAL TO TRUE
001960             MOVE "ERROR AL MARCAR LA NOTA EN ENFEIDX"
001970                 TO ERRHAND-MENSAJE
001980             CALL "ERRHAND" USING ERRHAND-PARM
001990             MOVE 8 TO RETURN-CODE
002000             STOP RUN
002010     END-REWRITE.
002020 2000-EXIT.
002030     EXIT.
002040
002050*----------------------------------------------------------*
002060*  2300-ESCRIBIR-NOTA - Nota modelo al tutor, una por        *
002070*  visita, en ENFNOTA.                                       *
002080*----------------------------------------------------------*
002090 2300-ESCRIBIR-NOTA.
002100     ADD 1 TO WS-TOTAL-NOTAS.
002110     MOVE ESTUDIANTE-NOMBRE TO WS-NOTA-NOMBRE.
002120     MOVE ESTUDIANTE-TUTOR  TO WS-NOTA-TUTOR.
002130     MOVE ENFE-FECHA TO WS-FECHA-TRABAJO.
002140     MOVE WS-TRA-DD   TO WS-EDIT-DD.
002150     MOVE WS-TRA-MM   TO WS-EDIT-MM.
002160     MOVE WS-TRA-AAAA TO WS-EDIT-AAAA.
002170     MOVE ENFE-HOR-HH TO WS-EDIT-HH.
002180     MOVE ENFE-HOR-MI TO WS-EDIT-MI.
002190
002200     MOVE ALL "=" TO NOTA-LINEA.
002210     WRITE NOTA-LINEA.
002215     PERFORM 2310-DOMICILIO-NOTA THRU 2310-EXIT.
002220     MOVE SPACES TO NOTA-LINEA.
002230     STRING "Estimado(a) " DELIMITED BY SIZE
002240         WS-NOTA-TUTOR DELIMITED BY SIZE
002250         ":" DELIMITED BY SIZE
002260         INTO NOTA-LINEA
002270     END-STRING.
002280     WRITE NOTA-LINEA.
002290     MOVE SPACES TO NOTA-LINEA.
002300     WRITE NOTA-LINEA.
002310     MOVE SPACES TO NOTA-LINEA.
002320     STRING "Le informamos que el estudiante "
002330         DELIMITED BY SIZE
002340         WS-NOTA-NOMBRE DELIMITED BY SIZE
002350         INTO NOTA-LINEA
002360     END-STRING.
002370     WRITE NOTA-LINEA.
002380     MOVE SPACES TO NOTA-LINEA.
002390     STRING "del curso " DELIMITED BY SIZE
002400         ENFE-CURSO DELIMITED BY SIZE
002410         " acudio a la enfermeria el dia " DELIMITED BY SIZE
002420         WS-FECHA-EDIT DELIMITED BY SIZE
002430         INTO NOTA-LINEA
002440     END-STRING.
002450     WRITE NOTA-LINEA.
002460     MOVE SPACES TO NOTA-LINEA.
002470     STRING "a las " DELIMITED BY SIZE
002480         WS-HORA-EDIT DELIMITED BY SIZE
002490         " horas por: " DELIMITED BY SIZE
002500         ENFE-MALESTAR DELIMITED BY SIZE
002510         INTO NOTA-LINEA
002520     END-STRING.
002530     WRITE NOTA-LINEA.
002540     MOVE SPACES TO NOTA-LINEA.
002550     WRITE NOTA-LINEA.
002560     MOVE SPACES TO NOTA-LINEA.
002570     STRING "Atencion: " DELIMITED BY SIZE
002580         ENFE-ATENCION DELIMITED BY SIZE
002590         INTO NOTA-LINEA
002600     END-STRING.
002610     WRITE NOTA-LINEA.
002620     MOVE SPACES TO NOTA-LINEA.
002630     IF ENFE-MEDICAMENTO = SPACES
002640         MOVE "No se le administro ningun medicamento."
002650             TO NOTA-LINEA
002660     ELSE
002670         STRING "Medicamento: " DELIMITED BY SIZE
002680             ENFE-MEDICAMENTO DELIMITED BY SIZE
002690             " Dosis: " DELIMITED BY SIZE
002700             ENFE-DOSIS DELIMITED BY SIZE
002710             INTO NOTA-LINEA
002720         END-STRING
002730     END-IF.
002740     WRITE NOTA-LINEA.
002750     IF ENFE-CON-ALERTA
002760         MOVE "El medicamento coincide con una alergia anotada,"
002770             TO NOTA-LINEA
002780         WRITE NOTA-LINEA
002790         MOVE "le pedimos comunicarse hoy con la enfermeria."
002800             TO NOTA-LINEA
002810         WRITE NOTA-LINEA
002820     END-IF.
002830     IF ENFE-ENVIADO-A-CASA
002840         ADD 1 TO WS-TOTAL-A-CASA
002850         MOVE "Se envio a su casa; la ausencia del dia queda"
002860             TO NOTA-LINEA
002870         WRITE NOTA-LINEA
002880         MOVE "justificada en el registro de asistencia."
002890             TO NOTA-LINEA
002900         WRITE NOTA-LINEA
002910     ELSE
002920         MOVE "Regreso a clase despues de la atencion."
002930             TO NOTA-LINEA
002940         WRITE NOTA-LINEA
002950     END-IF.
002960     MOVE SPACES TO NOTA-LINEA.
002970     WRITE NOTA-LINEA.
002980     MOVE "Atentamente, La Enfermeria" TO NOTA-LINEA.
002990     WRITE NOTA-LINEA.
003000 2300-EXIT.
003010     EXIT.
003011
003012*  Nombre y domicilio del tutor segun su cuenta en CLIMAST
003013*  (rutina DIRELKP), para el sobre de ventanilla.
003014 2310-DOMICILIO-NOTA.
003015     MOVE WS-NOTA-TUTOR TO DIRELKP-TUTOR.
003016     MOVE SPACES TO DIRELKP-CLIENTE.
003017     CALL "DIRELKP" USING DIRELKP-PARM.
003018     IF NOT DIRELKP-CON-DOMICILIO
003019         ADD 1 TO WS-SIN-DOMICILIO
003020     END-IF.
003021     PERFORM 2320-RENGLON-DOMICILIO THRU 2320-EXIT
003022         VARYING WS-IDX-DOM FROM 1 BY 1
003023         UNTIL WS-IDX-DOM > 4.
003024     MOVE SPACES TO NOTA-LINEA.
003025     WRITE NOTA-LINEA.
003026 2310-EXIT.
003027     EXIT.
003028
003029 2320-RENGLON-DOMICILIO.
003030     MOVE DIRELKP-LINEA (WS-IDX-DOM) TO NOTA-LINEA.
003031     WRITE NOTA-LINEA.
003032 2320-EXIT.
003033     EXIT.
003034
003035*----------------------------------------------------------*
003040*  9000-FINALIZAR - Cierra archivos e imprime el resumen     *
003050*----------------------------------------------------------*
003060 9000-FINALIZAR.
003070     CLOSE NOTA-FILE.
003080     IF VISITAS-DISPONIBLES
003090         CLOSE ENFERMERIA-FILE
003100         CLOSE ESTUDIANTE-FILE
003110     END-IF.
003120     DISPLAY " ".
003130     DISPLAY "---- RESUMEN DE NOTAS DE ENFERMERIA ----".
003140     DISPLAY "VISITAS LEIDAS     : " WS-TOTAL-LEIDOS.
003150     DISPLAY "NOTAS EMITIDAS     : " WS-TOTAL-NOTAS.
003160     DISPLAY "ENVIADOS A CASA    : " WS-TOTAL-A-CASA.
003170     DISPLAY "SIN ESTUDIANTE     : " WS-SIN-ESTUDIANTE.
003175     DISPLAY "SIN DOMICILIO      : " WS-SIN-DOMICILIO.
003180 9000-EXIT.
003190     EXIT.

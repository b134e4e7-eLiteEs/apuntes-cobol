000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  ADMIDECI                                     *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Decision sobre las solicitudes de admision de ADMIDX:     *
000090*  aceptar (solo con el examen anotado; si el puntaje es     *
000100*  menor que ADMI-PUNTAJE-MIN de SYSPARM pide confirmacion)  *
000110*  o rechazar con un motivo del catalogo ADMIMOTI.  Deja la  *
000120*  carta pendiente para ADMICART.  Mientras no se emita la   *
000130*  carta ni corra el cierre ADMICIER, la decision se puede   *
000140*  corregir.  Se llama desde MENUPRIN con LOGIN-PARM.        *
000150*----------------------------------------------------------*
000160*  MODIFICATIONS.
000170*  2026-10-15 JFV  Creacion inicial.
000180*----------------------------------------------------------*
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ADMIDECI.
000210 AUTHOR. J. FIGUEROA VEGA.
000220 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000230 DATE-WRITTEN. 2026-10-15.
000240 DATE-COMPILED.
000250
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT ADMISION-FILE ASSIGN TO "ADMIDX"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS ADMI-NUMERO
000330         FILE STATUS IS WS-ADM-STATUS.
000340
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  ADMISION-FILE.
000380     COPY ADMIREC.
000390
000400 WORKING-STORAGE SECTION.
000410 01  WS-ADM-STATUS                PIC X(02).
000420     88  WS-ADM-OK                        VALUE "00".
000430
000440 01  WS-SWITCHES.
000450     05  WS-OPCION                PIC 9(01) VALUE ZERO.
000460     05  WS-FIN-MENU              PIC X(01) VALUE "N".
000470         88  FIN-DE-MENU                  VALUE "S".
000480     05  WS-SOLICITUD-LEIDA       PIC X(01) VALUE "N".
000490         88  SOLICITUD-LEIDA              VALUE "S".
000500     05  WS-MOTIVO-VALIDO         PIC X(01) VALUE "N".
000510         88  MOTIVO-VALIDO                VALUE "S".
000520
000530 01  WS-CONFIRMA                  PIC X(01).
000540     88  CONFIRMA-DECISION                VALUE "S" "s".
000550
000560 01  WS-OPERADOR                  PIC X(20).
000570 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
000580 01  WS-ENTRADA-OPCION            PIC X(01).
000590 01  WS-ENTRADA-NUMERO            PIC X(06).
000600 01  WS-ENTRADA-MOTIVO            PIC X(02).
000610 01  WS-ENTRADA-OBSERVACION       PIC X(40).
000620 01  WS-PUNTAJE-MINIMO            PIC 9(03) VALUE 60.
000630
000640 COPY ADMIMOTI.
000650
000660 COPY ERRPARM.
000670
000680 COPY PARMPARM.
000690
000700 COPY PERMPARM.
000710
000720 LINKAGE SECTION.
000730 COPY LOGPARM.
000740
000750 PROCEDURE DIVISION USING LOGIN-PARM.
000760 0000-MAINLINE.
000770     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
000780     PERFORM 2000-PROCESAR-MENU THRU 2000-EXIT
000790         UNTIL FIN-DE-MENU.
000800     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
000810     GOBACK.
000820
000830*----------------------------------------------------------*
000840*  1000-INICIALIZAR - Sesion, permiso, puntaje minimo y      *
000850*  apertura de ADMIDX.                                       *
000860*----------------------------------------------------------*
000870 1000-INICIALIZAR.
000880     IF LOGIN-CONCEDIDO AND LOGIN-USERNAME NOT = SPACES
000890         MOVE LOGIN-USERNAME TO WS-OPERADOR
000900     ELSE
000910         DISPLAY "DEBE ENTRAR POR EL MENU CON SESION INICIADA"
000920         GOBACK
000930     END-IF.
000940
000950     MOVE LOGIN-USERNAME TO PERMCHK-USERNAME.
000960     MOVE LOGIN-ROL      TO PERMCHK-ROL.
000970     MOVE "ADMIDECI"     TO PERMCHK-PROGRAMA.
000980     MOVE SPACES         TO PERMCHK-FUNCION.
000990     SET PERMCHK-NIVEL-ESCRITURA TO TRUE.
001000     CALL "PERMCHK" USING PERMCHK-PARM.
001010     IF NOT PERMCHK-PERMITIDO
001020         DISPLAY "SIN PERMISO PARA ADMIDECI"
001030         GOBACK
001040     END-IF.
001050     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
001060
001070     OPEN I-O ADMISION-FILE.
001080     IF WS-ADM-STATUS = "35"
001090         DISPLAY "NO HAY SOLICITUDES DE ADMISION REGISTRADAS"
001100         GOBACK
001110     END-IF.
001120     IF NOT WS-ADM-OK
001130         MOVE "ADMIDECI"      TO ERRHAND-PROGRAMA
001140         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001150         MOVE WS-ADM-STATUS   TO ERRHAND-FILE-STATUS
001160         SET ERRHAND-FATAL TO TRUE
001170         MOVE "ERROR AL ABRIR ADMIDX" TO ERRHAND-MENSAJE
001180         CALL "ERRHAND" USING ERRHAND-PARM
001190         STOP RUN
001200     END-IF.
001210
001220     MOVE "ADMI-PUNTAJE-MIN" TO PARMLKP-CLAVE.
001230     CALL "PARMLKP" USING PARMLKP-PARM.
001240     IF PARMLKP-ENCONTRADO
001250        AND PARMLKP-VALOR IS NUMERIC
001260         MOVE PARMLKP-VALOR TO WS-PUNTAJE-MINIMO
001270     END-IF.
001280 1000-EXIT.
001290     EXIT.
001300
001310*----------------------------------------------------------*
001320*  2000-PROCESAR-MENU - Menu de decisiones                   *
001330*----------------------------------------------------------*
001340 2000-PROCESAR-MENU.
001350     DISPLAY " ".
001360     DISPLAY "---- ADMIDECI - DECISION DE ADMISION ----".
001370     DISPLAY "1. Aceptar solicitud".
001380     DISPLAY "2. Rechazar solicitud".
001390     DISPLAY "9. Salir".
001400     DISPLAY "Opcion:".
001410     ACCEPT WS-ENTRADA-OPCION.
001420     MOVE ZERO TO WS-OPCION.
001430     IF WS-ENTRADA-OPCION IS NUMERIC
001440         MOVE WS-ENTRADA-OPCION TO WS-OPCION
001450     END-IF.
001460
001470     EVALUATE WS-OPCION
001480         WHEN 1
001490             PERFORM 3000-ACEPTAR THRU 3000-EXIT
001500         WHEN 2
001510             PERFORM 4000-RECHAZAR THRU 4000-EXIT
001520         WHEN 9
001530             SET FIN-DE-MENU TO TRUE
001540         WHEN OTHER
001550             DISPLAY "Opcion invalida"
001560     END-EVALUATE.
001570 2000-EXIT.
001580     EXIT.
001590
001600*----------------------------------------------------------*
001610*  3000-ACEPTAR - Solo solicitudes examinadas (o un rechazo  *
001620*  cuya carta aun no sale); bajo el puntaje minimo la        *
001630*  aceptacion se confirma expresamente.                      *
001640*----------------------------------------------------------*
001650 3000-ACEPTAR.
001660     PERFORM 5000-LEER-SOLICITUD THRU 5000-EXIT.
001670     IF NOT SOLICITUD-LEIDA
001680         GO TO 3000-EXIT
001690     END-IF.
001700     IF ADMI-ACEPTADA
001710         DISPLAY "La solicitud ya esta aceptada"
001720         GO TO 3000-EXIT
001730     END-IF.
001740     IF ADMI-FEC-EXAMEN = ZERO
001750         DISPLAY "Falta anotar el examen de admision (ADMICAPT)"
001760         GO TO 3000-EXIT
001770     END-IF.
001780
001790     IF ADMI-PUNTAJE < WS-PUNTAJE-MINIMO
001800         DISPLAY "Puntaje " ADMI-PUNTAJE " menor que el minimo "
001810             WS-PUNTAJE-MINIMO
001820         DISPLAY "Aceptar de todos modos (S/N):"
001830         MOVE "N" TO WS-CONFIRMA
001840         ACCEPT WS-CONFIRMA
001850         IF NOT CONFIRMA-DECISION
001860             DISPLAY "Decision cancelada"
001870             GO TO 3000-EXIT
001880         END-IF
001890     END-IF.
001900
001910     SET ADMI-ACEPTADA TO TRUE.
001920     MOVE SPACES TO ADMI-MOTIVO.
001930     MOVE SPACES TO ADMI-OBSERVACION.
001940     PERFORM 6000-GRABAR-DECISION THRU 6000-EXIT.
001950 3000-EXIT.
001960     EXIT.
001970
001980*----------------------------------------------------------*
001990*  4000-RECHAZAR - Motivo obligatorio del catalogo; el       *
002000*  motivo 99 pide ademas la observacion.                     *
002010*----------------------------------------------------------*
002020 4000-RECHAZAR.
002030     PERFORM 5000-LEER-SOLICITUD THRU 5000-EXIT.
002040     IF NOT SOLICITUD-LEIDA
002050         GO TO 4000-EXIT
002060     END-IF.
002070
002080     DISPLAY "Motivos de rechazo:".
002090     PERFORM 4100-MOSTRAR-MOTIVO THRU 4100-EXIT
002100         VARYING ADMIMOTI-IDX FROM 1 BY 1
002110         UNTIL ADMIMOTI-IDX > ADMIMOTI-TOTAL.
002120     DISPLAY "Motivo:".
002130     MOVE SPACES TO WS-ENTRADA-MOTIVO.
002140     ACCEPT WS-ENTRADA-MOTIVO.
002150     IF WS-ENTRADA-MOTIVO (2:1) = SPACE
002160         MOVE WS-ENTRADA-MOTIVO (1:1) TO WS-ENTRADA-MOTIVO (2:1)
002170         MOVE "0" TO WS-ENTRADA-MOTIVO (1:1)
002180     END-IF.
002190     MOVE "N" TO WS-MOTIVO-VALIDO.
002200     SET ADMIMOTI-IDX TO 1.
002210     SEARCH ADMIMOTI-ENTRADA
002220         WHEN ADMIMOTI-CODIGO (ADMIMOTI-IDX) = WS-ENTRADA-MOTIVO
002230             SET MOTIVO-VALIDO TO TRUE
002240     END-SEARCH.
002250     IF NOT MOTIVO-VALIDO
002260         DISPLAY "Motivo no registrado en el catalogo"
002270         GO TO 4000-EXIT
002280     END-IF.
002290
002300     DISPLAY "Observacion para la carta:".
002310     MOVE SPACES TO WS-ENTRADA-OBSERVACION.
002320     ACCEPT WS-ENTRADA-OBSERVACION.
002330     IF WS-ENTRADA-MOTIVO = "99"
002340        AND WS-ENTRADA-OBSERVACION = SPACES
002350         DISPLAY "El motivo 99 requiere la observacion"
002360         GO TO 4000-EXIT
002370     END-IF.
002380
002390     SET ADMI-RECHAZADA TO TRUE.
002400     MOVE WS-ENTRADA-MOTIVO      TO ADMI-MOTIVO.
002410     MOVE WS-ENTRADA-OBSERVACION TO ADMI-OBSERVACION.
002420     PERFORM 6000-GRABAR-DECISION THRU 6000-EXIT.
002430 4000-EXIT.
002440     EXIT.
002450
002460 4100-MOSTRAR-MOTIVO.
002470     DISPLAY "  " ADMIMOTI-CODIGO (ADMIMOTI-IDX) "  "
002480         ADMIMOTI-TEXTO (ADMIMOTI-IDX).
002490 4100-EXIT.
002500     EXIT.
002510
002520*----------------------------------------------------------*
002530*  5000-LEER-SOLICITUD - Lee la solicitud y revisa que la    *
002540*  decision todavia se pueda tomar o corregir.               *
002550*----------------------------------------------------------*
002560 5000-LEER-SOLICITUD.
002570     MOVE "N" TO WS-SOLICITUD-LEIDA.
002580     DISPLAY "Numero de solicitud:".
002590     MOVE SPACES TO WS-ENTRADA-NUMERO.
002600     ACCEPT WS-ENTRADA-NUMERO.
002610     IF WS-ENTRADA-NUMERO NOT NUMERIC
002620         DISPLAY "Numero invalido; teclee seis digitos"
002630         GO TO 5000-EXIT
002640     END-IF.
002650     MOVE WS-ENTRADA-NUMERO TO ADMI-NUMERO.
002660     READ ADMISION-FILE
002670         INVALID KEY
002680             DISPLAY "Solicitud no encontrada"
002690             GO TO 5000-EXIT
002700     END-READ.
002710     DISPLAY "Aspirante: " ADMI-NOMBRE "  Curso: " ADMI-CURSO.
002720     IF ADMI-FEC-EXAMEN NOT = ZERO
002730         DISPLAY "Examen del " ADMI-FEC-EXAMEN
002740             "  puntaje " ADMI-PUNTAJE
002750     END-IF.
002760     IF ADMI-CERRADA
002770         DISPLAY "La solicitud ya paso por el cierre de "
002780             "admisiones; no se puede cambiar"
002790         GO TO 5000-EXIT
002800     END-IF.
002810     IF ADMI-CARTA-EMITIDA
002820         DISPLAY "La carta de la decision ya se emitio el "
002830             ADMI-FEC-CARTA "; no se puede cambiar"
002840         GO TO 5000-EXIT
002850     END-IF.
002860     SET SOLICITUD-LEIDA TO TRUE.
002870 5000-EXIT.
002880     EXIT.
002890
002900*----------------------------------------------------------*
002910*  6000-GRABAR-DECISION - Fecha, operador y carta pendiente  *
002920*----------------------------------------------------------*
002930 6000-GRABAR-DECISION.
002940     MOVE WS-FECHA-HOY TO ADMI-FEC-DECISION.
002950     MOVE WS-OPERADOR  TO ADMI-OPER-DECISION.
002960     SET ADMI-CARTA-PENDIENTE TO TRUE.
002970     REWRITE ADMI-REC
002980         INVALID KEY
002990             DISPLAY "ERROR AL ACTUALIZAR LA SOLICITUD"
003000             GO TO 6000-EXIT
003010     END-REWRITE.
003020     IF ADMI-ACEPTADA
003030         DISPLAY "Solicitud " ADMI-NUMERO " ACEPTADA; "
003040             "el cierre le asigna curso o lista de espera"
003050     ELSE
003060         DISPLAY "Solicitud " ADMI-NUMERO " RECHAZADA"
003070     END-IF.
003080 6000-EXIT.
003090     EXIT.
003100
003110*----------------------------------------------------------*
003120*  9000-FINALIZAR - Cierra archivos                          *
003130*----------------------------------------------------------*
003140 9000-FINALIZAR.
003150     CLOSE ADMISION-FILE.
003160 9000-EXIT.
003170     EXIT.

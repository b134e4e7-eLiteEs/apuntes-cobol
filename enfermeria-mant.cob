000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  ENFEMANT                                     *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Bitacora de la enfermeria (ENFEIDX): cada visita de un    *
000090*  estudiante con fecha, hora, malestar, atencion dada,      *
000100*  medicamento y dosis, y si se envio a su casa.  La         *
000110*  pantalla muestra las alergias y el tipo de sangre de      *
000120*  EMERIDX y avisa cuando el medicamento coincide con una    *
000130*  alergia registrada; solo se graba si la enfermera lo      *
000140*  confirma, y la visita queda marcada con alerta.  El       *
000150*  envio a casa se graba en ASISIDX como ausencia            *
000160*  justificada (documento ENFERMERIA + hora), como las       *
000170*  suspensiones de INCIMANT.  Cada visita queda con nota     *
000180*  pendiente al tutor, que emite ENFENOTA.  Se llama desde   *
000190*  MENUPRIN con LOGIN-PARM y cada alta deja sus renglones    *
000200*  en ESCAUDIT.                                              *
000210*----------------------------------------------------------*
000220*  MODIFICATIONS.
000230*  2026-10-15 JFV  Creacion inicial.
000240*  2026-10-15 JFV  El eslabon de AUDCADEN se toma al grabar
000250*                  cada renglon; el rastro se abre y cierra por
000260*                  renglon para no encadenar contra un eslabon
000270*                  viejo si otra sesion grabo en medio.
000280*----------------------------------------------------------*
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. ENFEMANT.
000310 AUTHOR. J. FIGUEROA VEGA.
000320 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000330 DATE-WRITTEN. 2026-10-15.
000340 DATE-COMPILED.
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT ENFERMERIA-FILE ASSIGN TO "ENFEIDX"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS ENFE-CLAVE
000430         FILE STATUS IS WS-ENF-STATUS.
000440
000450     SELECT ESTUDIANTE-FILE ASSIGN TO "ESTUDIDX"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS ESTUDIANTE-IDEN
000490         ALTERNATE RECORD KEY IS ESTUDIANTE-NOMBRE
000500             WITH DUPLICATES
000510         FILE STATUS IS WS-STU-STATUS.
000520
000530     SELECT EMERGENCIA-FILE ASSIGN TO "EMERIDX"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS EMER-IDEN
000570         FILE STATUS IS WS-EME-STATUS.
000580
000590     SELECT ASISTENCIA-FILE ASSIGN TO "ASISIDX"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS ASIS-CLAVE
000630         FILE STATUS IS WS-ASI-STATUS.
000640
000650     SELECT AUDIT-FILE ASSIGN TO "ESCAUDIT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-AUD-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  ENFERMERIA-FILE.
000720     COPY ENFEREC.
000730
000740 FD  ESTUDIANTE-FILE.
000750     COPY ESTUD.
000760
000770 FD  EMERGENCIA-FILE.
000780     COPY EMERREC.
000790
000800 FD  ASISTENCIA-FILE.
000810     COPY ASISREC.
000820
000830 FD  AUDIT-FILE.
000840     COPY AUDREC.
000850
000860 WORKING-STORAGE SECTION.
000870 01  WS-ENF-STATUS                PIC X(02).
000880     88  WS-ENF-OK                        VALUE "00".
000890
000900 01  WS-STU-STATUS                PIC X(02).
000910     88  WS-STU-OK                        VALUE "00".
000920
000930 01  WS-EME-STATUS                PIC X(02).
000940     88  WS-EME-OK                        VALUE "00".
000950
000960 01  WS-ASI-STATUS                PIC X(02).
000970     88  WS-ASI-OK                        VALUE "00".
000980
000990 01  WS-AUD-STATUS                PIC X(02).
001000     88  WS-AUD-OK                        VALUE "00".
001010
001020 01  WS-SWITCHES.
001030     05  WS-OPCION                PIC 9(01) VALUE ZERO.
001040     05  WS-FIN-MENU              PIC X(01) VALUE "N".
001050         88  FIN-DE-MENU                  VALUE "S".
001060     05  WS-FIN-DETALLE           PIC X(01) VALUE "N".
001070         88  FIN-DE-DETALLE               VALUE "S".
001080     05  WS-HAY-EMERGENCIA        PIC X(01) VALUE "N".
001090         88  EMERGENCIA-DISPONIBLE        VALUE "S".
001100     05  WS-ALERGIA-HALLADA       PIC X(01) VALUE "N".
001110         88  ALERGIA-HALLADA              VALUE "S".
001120     05  WS-AUSENCIA-GRABADA      PIC X(01) VALUE "N".
001130         88  AUSENCIA-GRABADA             VALUE "S".
001140
001150 01  WS-OPERADOR                  PIC X(20).
001160 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
001170 01  WS-HORA-SISTEMA              PIC 9(08) VALUE ZERO.
001180 01  WS-ENTRADA-OPCION            PIC X(01).
001190 01  WS-ENTRADA-IDEN              PIC X(05).
001200 01  WS-ENTRADA-FECHA             PIC X(08).
001210 01  WS-ENTRADA-HORA              PIC X(04).
001220 01  WS-ENTRADA-HORA-R REDEFINES WS-ENTRADA-HORA.
001230     05  WS-ENT-HH                PIC 9(02).
001240     05  WS-ENT-MI                PIC 9(02).
001250 01  WS-ENTRADA-MALESTAR          PIC X(40).
001260 01  WS-ENTRADA-ATENCION          PIC X(40).
001270 01  WS-ENTRADA-MEDICAMENTO       PIC X(20).
001280 01  WS-ENTRADA-DOSIS             PIC X(15).
001290 01  WS-ENTRADA-SN                PIC X(01).
001300
001310 01  WS-FECHA-VISITA              PIC 9(08) VALUE ZERO.
001320 01  WS-HORA-VISITA               PIC 9(04) VALUE ZERO.
001330 01  WS-TOTAL-VISITAS             PIC 9(03) COMP VALUE ZERO.
001340 01  WS-TOTAL-A-CASA              PIC 9(03) COMP VALUE ZERO.
001350 01  WS-ESTADO-ANTERIOR           PIC X(01).
001360
001370*  Cruce del medicamento contra las alergias: ambos textos
001380*  en mayusculas; coincide una palabra de 4 letras o mas de
001390*  uno dentro del otro.
001400 01  WS-ALERGIAS                  PIC X(30) VALUE SPACES.
001410 01  WS-MEDICAMENTO-MAY           PIC X(20).
001420 01  WS-TABLA-PALABRAS.
001430     05  WS-PALABRA               PIC X(20) OCCURS 6 TIMES.
001440 01  WS-IDX-PALABRA               PIC 9(02) COMP.
001450 01  WS-MED-PALABRA               PIC X(20).
001460 01  WS-LARGO                     PIC 9(02) COMP.
001470 01  WS-COINCIDENCIAS             PIC 9(02) COMP.
001480 01  WS-ALERGIA-COINCIDE          PIC X(20) VALUE SPACES.
001490 01  WS-MINUSCULAS                PIC X(26)
001500     VALUE "abcdefghijklmnopqrstuvwxyz".
001510 01  WS-MAYUSCULAS                PIC X(26)
001520     VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001530
001540 01  WS-DOCUMENTO-ENFE.
001550     05  FILLER                   PIC X(11) VALUE "ENFERMERIA ".
001560     05  WS-DOC-HORA              PIC 9(04).
001570
001580 COPY ERRPARM.
001590
001600 COPY FECHAPARM.
001610
001620 COPY CADEPARM.
001630
001640 COPY PERMPARM.
001650
001660 LINKAGE SECTION.
001670 COPY LOGPARM.
001680
001690 PROCEDURE DIVISION USING LOGIN-PARM.
001700 0000-MAINLINE.
001710     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001720     PERFORM 2000-PROCESAR-MENU THRU 2000-EXIT
001730         UNTIL FIN-DE-MENU.
001740     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001750     GOBACK.
001760
001770*----------------------------------------------------------*
001780*  1000-INICIALIZAR - Sesion, permiso y archivos; ENFEIDX se *
001790*  crea si aun no existe.  Sin EMERIDX se captura igual,     *
001800*  avisando que no hay alergias que revisar.                 *
001810*----------------------------------------------------------*
001820 1000-INICIALIZAR.
001830     IF LOGIN-CONCEDIDO AND LOGIN-USERNAME NOT = SPACES
001840         MOVE LOGIN-USERNAME TO WS-OPERADOR
001850     ELSE
001860         DISPLAY "DEBE ENTRAR POR EL MENU CON SESION INICIADA"
001870         GOBACK
001880     END-IF.
001890
001900     MOVE LOGIN-USERNAME TO PERMCHK-USERNAME.
001910     MOVE LOGIN-ROL      TO PERMCHK-ROL.
001920     MOVE "ENFEMANT"     TO PERMCHK-PROGRAMA.
001930     MOVE SPACES         TO PERMCHK-FUNCION.
001940     SET PERMCHK-NIVEL-ESCRITURA TO TRUE.
001950     CALL "PERMCHK" USING PERMCHK-PARM.
001960     IF NOT PERMCHK-PERMITIDO
001970         DISPLAY "SIN PERMISO PARA ENFEMANT"
001980         GOBACK
001990     END-IF.
002000     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
002010
002020     OPEN I-O ENFERMERIA-FILE.
002030     IF NOT WS-ENF-OK
002040         IF WS-ENF-STATUS = "35"
002050             OPEN OUTPUT ENFERMERIA-FILE
002060             CLOSE ENFERMERIA-FILE
002070             OPEN I-O ENFERMERIA-FILE
002080         END-IF
002090     END-IF
002100     IF NOT WS-ENF-OK
002110         MOVE "ENFEMANT"      TO ERRHAND-PROGRAMA
002120         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
002130         MOVE WS-ENF-STATUS   TO ERRHAND-FILE-STATUS
002140         SET ERRHAND-FATAL TO TRUE
002150         MOVE "ERROR AL ABRIR ENFEIDX" TO ERRHAND-MENSAJE
002160         CALL "ERRHAND" USING ERRHAND-PARM
002170         STOP RUN
002180     END-IF.
002190
002200     OPEN INPUT ESTUDIANTE-FILE.
002210     IF NOT WS-STU-OK
002220         MOVE "ENFEMANT"      TO ERRHAND-PROGRAMA
002230         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
002240         MOVE WS-STU-STATUS   TO ERRHAND-FILE-STATUS
002250         SET ERRHAND-FATAL TO TRUE
002260         MOVE "ERROR AL ABRIR ESTUDIDX" TO ERRHAND-MENSAJE
002270         CALL "ERRHAND" USING ERRHAND-PARM
002280         STOP RUN
002290     END-IF.
002300
002310     OPEN INPUT EMERGENCIA-FILE.
002320     IF WS-EME-OK
002330         SET EMERGENCIA-DISPONIBLE TO TRUE
002340     ELSE
002350         DISPLAY "AVISO: SIN ARCHIVO EMERIDX, NO SE REVISAN "
002360             "ALERGIAS"
002370     END-IF.
002380
002390     OPEN I-O ASISTENCIA-FILE.
002400     IF NOT WS-ASI-OK
002410         MOVE "ENFEMANT"      TO ERRHAND-PROGRAMA
002420         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
002430         MOVE WS-ASI-STATUS   TO ERRHAND-FILE-STATUS
002440         SET ERRHAND-FATAL TO TRUE
002450         MOVE "ERROR AL ABRIR ASISIDX" TO ERRHAND-MENSAJE
002460         CALL "ERRHAND" USING ERRHAND-PARM
002470         STOP RUN
002480     END-IF.
002490
002500*  Aqui solo se comprueba el rastro (y se crea si falta);
002510*  cada renglon lo abre, lo encadena y lo cierra (8900).
002520     OPEN EXTEND AUDIT-FILE.
002530     IF NOT WS-AUD-OK
002540         OPEN OUTPUT AUDIT-FILE
002550     END-IF.
002560     CLOSE AUDIT-FILE.
002570 1000-EXIT.
002580     EXIT.
002590
002600*----------------------------------------------------------*
002610*  2000-PROCESAR-MENU - Menu de la enfermeria                *
002620*----------------------------------------------------------*
002630 2000-PROCESAR-MENU.
002640     DISPLAY " ".
002650     DISPLAY "---- ENFEMANT - VISITAS A LA ENFERMERIA ----".
002660     DISPLAY "1. Registrar visita".
002670     DISPLAY "2. Consultar visitas de un estudiante".
002680     DISPLAY "9. Salir".
002690     DISPLAY "Opcion:".
002700     ACCEPT WS-ENTRADA-OPCION.
002710     MOVE ZERO TO WS-OPCION.
002720     IF WS-ENTRADA-OPCION IS NUMERIC
002730         MOVE WS-ENTRADA-OPCION TO WS-OPCION
002740     END-IF.
002750
002760     EVALUATE WS-OPCION
002770         WHEN 1
002780             PERFORM 3000-REGISTRAR-VISITA THRU 3000-EXIT
002790         WHEN 2
002800             PERFORM 4000-CONSULTAR-VISITAS THRU 4000-EXIT
002810         WHEN 9
002820             SET FIN-DE-MENU TO TRUE
002830         WHEN OTHER
002840             DISPLAY "Opcion invalida"
002850     END-EVALUATE.
002860 2000-EXIT.
002870     EXIT.
002880
002890*----------------------------------------------------------*
002900*  3000-REGISTRAR-VISITA - Captura y validacion de cada      *
002910*  dato; con todo valido se graba la ausencia del envio a    *
002920*  casa, la visita y su rastro en ESCAUDIT.                  *
002930*----------------------------------------------------------*
002940 3000-REGISTRAR-VISITA.
002950     DISPLAY "ID del estudiante:".
002960     ACCEPT WS-ENTRADA-IDEN.
002970     MOVE WS-ENTRADA-IDEN TO ESTUDIANTE-IDEN.
002980     READ ESTUDIANTE-FILE
002990         INVALID KEY
003000             DISPLAY "Estudiante no encontrado en el maestro"
003010             GO TO 3000-EXIT
003020     END-READ.
003030     IF NOT ESTUDIANTE-ACTIVO
003040         DISPLAY "El estudiante no esta activo"
003050         GO TO 3000-EXIT
003060     END-IF.
003070     DISPLAY "Estudiante: " ESTUDIANTE-NOMBRE
003080         "  Curso: " ESTUDIANTE-CURSO.
003090     PERFORM 3050-MOSTRAR-EMERGENCIA THRU 3050-EXIT.
003100
003110     DISPLAY "Fecha de la visita AAAAMMDD (en blanco = hoy):".
003120     MOVE SPACES TO WS-ENTRADA-FECHA.
003130     ACCEPT WS-ENTRADA-FECHA.
003140     IF WS-ENTRADA-FECHA = SPACES
003150         MOVE WS-FECHA-HOY TO WS-FECHA-VISITA
003160     ELSE
003170         IF WS-ENTRADA-FECHA NOT NUMERIC
003180             DISPLAY "Fecha invalida"
003190             GO TO 3000-EXIT
003200         END-IF
003210         MOVE WS-ENTRADA-FECHA TO FECHACHK-FECHA
003220         CALL "FECHACHK" USING FECHACHK-PARM
003230         IF NOT FECHACHK-VALIDA
003240             DISPLAY "Fecha invalida o futura"
003250             GO TO 3000-EXIT
003260         END-IF
003270         MOVE WS-ENTRADA-FECHA TO WS-FECHA-VISITA
003280     END-IF.
003290
003300     DISPLAY "Hora de la visita HHMM (en blanco = ahora):".
003310     MOVE SPACES TO WS-ENTRADA-HORA.
003320     ACCEPT WS-ENTRADA-HORA.
003330     IF WS-ENTRADA-HORA = SPACES
003340         ACCEPT WS-HORA-SISTEMA FROM TIME
003350         MOVE WS-HORA-SISTEMA (1:4) TO WS-ENTRADA-HORA
003360     END-IF.
003370     IF WS-ENTRADA-HORA NOT NUMERIC
003380         DISPLAY "Hora invalida"
003390         GO TO 3000-EXIT
003400     END-IF.
003410     IF WS-ENT-HH > 23 OR WS-ENT-MI > 59
003420         DISPLAY "Hora invalida"
003430         GO TO 3000-EXIT
003440     END-IF.
003450     MOVE WS-ENTRADA-HORA TO WS-HORA-VISITA.
003460
003470     MOVE WS-ENTRADA-IDEN TO ENFE-IDEN.
003480     MOVE WS-FECHA-VISITA TO ENFE-FECHA.
003490     MOVE WS-HORA-VISITA  TO ENFE-HORA.
003500     READ ENFERMERIA-FILE
003510         INVALID KEY
003520             CONTINUE
003530         NOT INVALID KEY
003540             DISPLAY "Ya hay una visita del estudiante a esa "
003550                 "hora"
003560             GO TO 3000-EXIT
003570     END-READ.
003580
003590     DISPLAY "Malestar que reporta:".
003600     MOVE SPACES TO WS-ENTRADA-MALESTAR.
003610     ACCEPT WS-ENTRADA-MALESTAR.
003620     IF WS-ENTRADA-MALESTAR = SPACES
003630         DISPLAY "El malestar es obligatorio"
003640         GO TO 3000-EXIT
003650     END-IF.
003660
003670     DISPLAY "Atencion dada:".
003680     MOVE SPACES TO WS-ENTRADA-ATENCION.
003690     ACCEPT WS-ENTRADA-ATENCION.
003700     IF WS-ENTRADA-ATENCION = SPACES
003710         DISPLAY "La atencion dada es obligatoria"
003720         GO TO 3000-EXIT
003730     END-IF.
003740
003750     DISPLAY "Medicamento (en blanco = ninguno):".
003760     MOVE SPACES TO WS-ENTRADA-MEDICAMENTO.
003770     MOVE SPACES TO WS-ENTRADA-DOSIS.
003780     MOVE "N" TO WS-ALERGIA-HALLADA.
003790     ACCEPT WS-ENTRADA-MEDICAMENTO.
003800     IF WS-ENTRADA-MEDICAMENTO NOT = SPACES
003810         PERFORM 3100-CAPTURAR-MEDICAMENTO THRU 3100-EXIT
003820         IF WS-ENTRADA-DOSIS = SPACES
003830             GO TO 3000-EXIT
003840         END-IF
003850     END-IF.
003860
003870     DISPLAY "Se envia a su casa (S/N):".
003880     MOVE SPACES TO WS-ENTRADA-SN.
003890     ACCEPT WS-ENTRADA-SN.
003900     IF WS-ENTRADA-SN NOT = "S" AND WS-ENTRADA-SN NOT = "N"
003910         DISPLAY "Responda S o N"
003920         GO TO 3000-EXIT
003930     END-IF.
003940
003950     MOVE WS-ENTRADA-IDEN        TO ENFE-IDEN.
003960     MOVE WS-FECHA-VISITA        TO ENFE-FECHA.
003970     MOVE WS-HORA-VISITA         TO ENFE-HORA.
003980     MOVE WS-ENTRADA-MALESTAR    TO ENFE-MALESTAR.
003990     MOVE WS-ENTRADA-ATENCION    TO ENFE-ATENCION.
004000     MOVE WS-ENTRADA-MEDICAMENTO TO ENFE-MEDICAMENTO.
004010     MOVE WS-ENTRADA-DOSIS       TO ENFE-DOSIS.
004020     MOVE WS-ENTRADA-SN          TO ENFE-A-CASA.
004030     IF ALERGIA-HALLADA
004040         SET ENFE-CON-ALERTA TO TRUE
004050     ELSE
004060         SET ENFE-SIN-ALERTA TO TRUE
004070     END-IF.
004080     MOVE ESTUDIANTE-CURSO       TO ENFE-CURSO.
004090     SET ENFE-NOTA-PENDIENTE TO TRUE.
004100     MOVE ZERO                   TO ENFE-FEC-NOTA.
004110     MOVE WS-OPERADOR            TO ENFE-OPERADOR.
004120     MOVE WS-FECHA-HOY           TO ENFE-FEC-CAPTURA.
004130
004140     MOVE "N" TO WS-AUSENCIA-GRABADA.
004150     IF ENFE-ENVIADO-A-CASA
004160         PERFORM 3400-GRABAR-AUSENCIA THRU 3400-EXIT
004170     END-IF.
004180
004190     WRITE ENFE-REC
004200         INVALID KEY
004210             DISPLAY "ERROR AL REGISTRAR LA VISITA"
004220             GO TO 3000-EXIT
004230     END-WRITE.
004240     DISPLAY "Visita registrada: " ENFE-IDEN " " ENFE-FECHA
004250         " " ENFE-HORA.
004260     IF AUSENCIA-GRABADA
004270         DISPLAY "Envio a casa justificado en asistencia del "
004280             ENFE-FECHA
004290     END-IF.
004300     DISPLAY "La nota al tutor sale en el proximo ENFENOTA".
004310     PERFORM 3600-AUDITAR-ALTA THRU 3600-EXIT.
004320 3000-EXIT.
004330     EXIT.
004340
004350*----------------------------------------------------------*
004360*  3050-MOSTRAR-EMERGENCIA - Alergias, tipo de sangre y      *
004370*  primer contacto de EMERIDX antes de la captura.           *
004380*----------------------------------------------------------*
004390 3050-MOSTRAR-EMERGENCIA.
004400     MOVE SPACES TO WS-ALERGIAS.
004410     IF NOT EMERGENCIA-DISPONIBLE
004420         GO TO 3050-EXIT
004430     END-IF.
004440     MOVE WS-ENTRADA-IDEN TO EMER-IDEN.
004450     READ EMERGENCIA-FILE
004460         INVALID KEY
004470             DISPLAY "SIN DATOS DE EMERGENCIA (VER EMERMANT)"
004480             GO TO 3050-EXIT
004490     END-READ.
004500     MOVE EMER-ALERGIAS TO WS-ALERGIAS.
004510     IF WS-ALERGIAS = SPACES
004520         DISPLAY "ALERGIAS: (NINGUNA REGISTRADA)"
004530     ELSE
004540         DISPLAY "*** ALERGIAS: " EMER-ALERGIAS " ***"
004550     END-IF.
004560     DISPLAY "TIPO DE SANGRE: " EMER-TIPO-SANGRE
004570         "  CONTACTO: " EMER-CON-NOMBRE (1)
004580         " " EMER-CON-TELEFONO (1).
004590 3050-EXIT.
004600     EXIT.
004610
004620*----------------------------------------------------------*
004630*  3100-CAPTURAR-MEDICAMENTO - Dosis obligatoria y cruce     *
004640*  con las alergias; ante una coincidencia solo sigue si la  *
004650*  enfermera confirma.  Dosis en blanco al salir = se        *
004660*  cancela la captura.                                       *
004670*----------------------------------------------------------*
004680 3100-CAPTURAR-MEDICAMENTO.
004690     DISPLAY "Dosis:".
004700     ACCEPT WS-ENTRADA-DOSIS.
004710     IF WS-ENTRADA-DOSIS = SPACES
004720         DISPLAY "La dosis es obligatoria con medicamento"
004730         GO TO 3100-EXIT
004740     END-IF.
004750
004760     PERFORM 3200-REVISAR-ALERGIAS THRU 3200-EXIT.
004770     IF NOT ALERGIA-HALLADA
004780         GO TO 3100-EXIT
004790     END-IF.
004800     DISPLAY " ".
004810     DISPLAY "*** AVISO: EL MEDICAMENTO COINCIDE CON UNA ALERGIA"
004820         " REGISTRADA ***".
004830     DISPLAY "    ALERGIAS   : " WS-ALERGIAS.
004840     DISPLAY "    COINCIDE   : " WS-ALERGIA-COINCIDE.
004850     DISPLAY "Confirma que se administro el medicamento (S/N):".
004860     MOVE SPACES TO WS-ENTRADA-SN.
004870     ACCEPT WS-ENTRADA-SN.
004880     IF WS-ENTRADA-SN NOT = "S"
004890         DISPLAY "Visita no registrada"
004900         MOVE SPACES TO WS-ENTRADA-DOSIS
004910     END-IF.
004920 3100-EXIT.
004930     EXIT.
004940
004950*----------------------------------------------------------*
004960*  3200-REVISAR-ALERGIAS - Cada palabra de las alergias (de  *
004970*  4 letras o mas) se busca dentro del medicamento, y la     *
004980*  primera palabra del medicamento dentro de las alergias.   *
004990*----------------------------------------------------------*
005000 3200-REVISAR-ALERGIAS.
005010     MOVE "N" TO WS-ALERGIA-HALLADA.
005020     MOVE SPACES TO WS-ALERGIA-COINCIDE.
005030     IF WS-ALERGIAS = SPACES
005040         GO TO 3200-EXIT
005050     END-IF.
005060     INSPECT WS-ALERGIAS
005070         CONVERTING WS-MINUSCULAS TO WS-MAYUSCULAS.
005080     MOVE WS-ENTRADA-MEDICAMENTO TO WS-MEDICAMENTO-MAY.
005090     INSPECT WS-MEDICAMENTO-MAY
005100         CONVERTING WS-MINUSCULAS TO WS-MAYUSCULAS.
005110
005120     MOVE SPACES TO WS-TABLA-PALABRAS.
005130     UNSTRING WS-ALERGIAS
005140         DELIMITED BY "," OR ";" OR "/" OR ALL SPACE
005150         INTO WS-PALABRA (1) WS-PALABRA (2) WS-PALABRA (3)
005160              WS-PALABRA (4) WS-PALABRA (5) WS-PALABRA (6)
005170     END-UNSTRING.
005180     PERFORM 3210-BUSCAR-PALABRA THRU 3210-EXIT
005190         VARYING WS-IDX-PALABRA FROM 1 BY 1
005200         UNTIL WS-IDX-PALABRA > 6 OR ALERGIA-HALLADA.
005210     IF ALERGIA-HALLADA
005220         GO TO 3200-EXIT
005230     END-IF.
005240
005250     MOVE SPACES TO WS-MED-PALABRA.
005260     UNSTRING WS-MEDICAMENTO-MAY DELIMITED BY ALL SPACE
005270         INTO WS-MED-PALABRA
005280     END-UNSTRING.
005290     MOVE ZERO TO WS-LARGO.
005300     INSPECT WS-MED-PALABRA TALLYING WS-LARGO
005310         FOR CHARACTERS BEFORE INITIAL SPACE.
005320     IF WS-LARGO < 4
005330         GO TO 3200-EXIT
005340     END-IF.
005350     MOVE ZERO TO WS-COINCIDENCIAS.
005360     INSPECT WS-ALERGIAS TALLYING WS-COINCIDENCIAS
005370         FOR ALL WS-MED-PALABRA (1:WS-LARGO).
005380     IF WS-COINCIDENCIAS > ZERO
005390         SET ALERGIA-HALLADA TO TRUE
005400         MOVE WS-MED-PALABRA TO WS-ALERGIA-COINCIDE
005410     END-IF.
005420 3200-EXIT.
005430     EXIT.
005440
005450 3210-BUSCAR-PALABRA.
005460     MOVE ZERO TO WS-LARGO.
005470     INSPECT WS-PALABRA (WS-IDX-PALABRA) TALLYING WS-LARGO
005480         FOR CHARACTERS BEFORE INITIAL SPACE.
005490     IF WS-LARGO < 4
005500         GO TO 3210-EXIT
005510     END-IF.
005520     MOVE ZERO TO WS-COINCIDENCIAS.
005530     INSPECT WS-MEDICAMENTO-MAY TALLYING WS-COINCIDENCIAS
005540         FOR ALL WS-PALABRA (WS-IDX-PALABRA) (1:WS-LARGO).
005550     IF WS-COINCIDENCIAS > ZERO
005560         SET ALERGIA-HALLADA TO TRUE
005570         MOVE WS-PALABRA (WS-IDX-PALABRA) TO WS-ALERGIA-COINCIDE
005580     END-IF.
005590 3210-EXIT.
005600     EXIT.
005610
005620*----------------------------------------------------------*
005630*  3400-GRABAR-AUSENCIA - El envio a casa queda en ASISIDX   *
005640*  como ausencia justificada del dia de la visita; el dia    *
005650*  ya capturado se corrige, como en INCIMANT.                *
005660*----------------------------------------------------------*
005670 3400-GRABAR-AUSENCIA.
005680     MOVE WS-HORA-VISITA  TO WS-DOC-HORA.
005690     MOVE WS-ENTRADA-IDEN TO ASIS-IDEN.
005700     MOVE WS-FECHA-VISITA TO ASIS-FECHA.
005710     READ ASISTENCIA-FILE
005720         INVALID KEY
005730             MOVE SPACE TO WS-ESTADO-ANTERIOR
005740             INITIALIZE ASIS-REC
005750             MOVE WS-ENTRADA-IDEN TO ASIS-IDEN
005760             MOVE WS-FECHA-VISITA TO ASIS-FECHA
005770         NOT INVALID KEY
005780             MOVE ASIS-ESTADO TO WS-ESTADO-ANTERIOR
005790     END-READ.
005800     SET ASIS-AUSENTE TO TRUE.
005810     SET ASIS-JUSTIFICADA TO TRUE.
005820     MOVE WS-DOCUMENTO-ENFE TO ASIS-DOCUMENTO.
005830     IF WS-ESTADO-ANTERIOR = SPACE
005840         WRITE ASIS-REC
005850             INVALID KEY
005860                 DISPLAY "ERROR AL GRABAR ASISTENCIA "
005870                     WS-FECHA-VISITA
005880                 GO TO 3400-EXIT
005890         END-WRITE
005900     ELSE
005910         REWRITE ASIS-REC
005920             INVALID KEY
005930                 DISPLAY "ERROR AL CORREGIR ASISTENCIA "
005940                     WS-FECHA-VISITA
005950                 GO TO 3400-EXIT
005960         END-REWRITE
005970     END-IF.
005980     SET AUSENCIA-GRABADA TO TRUE.
005990
006000     MOVE SPACES TO AUDIT-REC.
006010     MOVE "ASISTENCIA" TO AUD-CAMPO.
006020     MOVE WS-ESTADO-ANTERIOR TO AUD-ANTES.
006030     STRING WS-FECHA-VISITA DELIMITED BY SIZE
006040            " A JUSTIFICADA" DELIMITED BY SIZE
006050         INTO AUD-DESPUES
006060     END-STRING.
006070     PERFORM 3650-ESCRIBIR-RENGLON THRU 3650-EXIT.
006080 3400-EXIT.
006090     EXIT.
006100
006110*----------------------------------------------------------*
006120*  3600-AUDITAR-ALTA - Un renglon por dato de la visita, al  *
006130*  estilo de ESCMANT.                                        *
006140*----------------------------------------------------------*
006150 3600-AUDITAR-ALTA.
006160     MOVE SPACES TO AUDIT-REC.
006170     MOVE "FECHA" TO AUD-CAMPO.
006180     STRING ENFE-FECHA DELIMITED BY SIZE
006190            " " DELIMITED BY SIZE
006200            ENFE-HORA DELIMITED BY SIZE
006210         INTO AUD-DESPUES
006220     END-STRING.
006230     PERFORM 3650-ESCRIBIR-RENGLON THRU 3650-EXIT.
006240     MOVE "MALESTAR" TO AUD-CAMPO.
006250     MOVE ENFE-MALESTAR TO AUD-DESPUES.
006260     PERFORM 3650-ESCRIBIR-RENGLON THRU 3650-EXIT.
006270     IF ENFE-MEDICAMENTO NOT = SPACES
006280         MOVE "MEDICAMEN." TO AUD-CAMPO
006290         MOVE ENFE-MEDICAMENTO TO AUD-DESPUES
006300         PERFORM 3650-ESCRIBIR-RENGLON THRU 3650-EXIT
006310     END-IF.
006320     IF ENFE-CON-ALERTA
006330         MOVE "ALERGIA" TO AUD-CAMPO
006340         MOVE WS-ALERGIAS TO AUD-ANTES
006350         MOVE "CONFIRMADO CON ALERTA" TO AUD-DESPUES
006360         PERFORM 3650-ESCRIBIR-RENGLON THRU 3650-EXIT
006370     END-IF.
006380     MOVE "A CASA" TO AUD-CAMPO.
006390     MOVE ENFE-A-CASA TO AUD-DESPUES.
006400     PERFORM 3650-ESCRIBIR-RENGLON THRU 3650-EXIT.
006410 3600-EXIT.
006420     EXIT.
006430
006440 3650-ESCRIBIR-RENGLON.
006450     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
006460     ACCEPT AUD-HORA FROM TIME.
006470     MOVE WS-OPERADOR TO AUD-OPERADOR.
006480     MOVE WS-ENTRADA-IDEN TO AUD-IDEN.
006490     MOVE "ENFERMERIA" TO AUD-OPERACION.
006500     PERFORM 8900-GRABAR-AUDITORIA THRU 8900-EXIT.
006510     INITIALIZE AUDIT-REC.
006520 3650-EXIT.
006530     EXIT.
006540
006550*----------------------------------------------------------*
006560*  4000-CONSULTAR-VISITAS - Lista las visitas de un          *
006570*  estudiante recorriendo la clave desde su ID, con el       *
006580*  total de visitas y de envios a casa.                      *
006590*----------------------------------------------------------*
006600 4000-CONSULTAR-VISITAS.
006610     DISPLAY "ID del estudiante:".
006620     ACCEPT WS-ENTRADA-IDEN.
006630     MOVE ZERO TO WS-TOTAL-VISITAS.
006640     MOVE ZERO TO WS-TOTAL-A-CASA.
006650     MOVE WS-ENTRADA-IDEN TO ENFE-IDEN.
006660     MOVE ZERO TO ENFE-FECHA.
006670     MOVE ZERO TO ENFE-HORA.
006680     START ENFERMERIA-FILE KEY NOT < ENFE-CLAVE
006690         INVALID KEY
006700             DISPLAY "Sin visitas para ese ID"
006710             GO TO 4000-EXIT
006720     END-START.
006730     DISPLAY "------------".
006740     MOVE "N" TO WS-FIN-DETALLE.
006750     PERFORM 4100-MOSTRAR-VISITA THRU 4100-EXIT
006760         UNTIL FIN-DE-DETALLE.
006770     IF WS-TOTAL-VISITAS = ZERO
006780         DISPLAY "Sin visitas para ese ID"
006790     ELSE
006800         DISPLAY "VISITAS: " WS-TOTAL-VISITAS
006810             "  ENVIOS A CASA: " WS-TOTAL-A-CASA
006820     END-IF.
006830     DISPLAY "------------".
006840 4000-EXIT.
006850     EXIT.
006860
006870 4100-MOSTRAR-VISITA.
006880     READ ENFERMERIA-FILE NEXT RECORD
006890         AT END
006900             SET FIN-DE-DETALLE TO TRUE
006910             GO TO 4100-EXIT
006920     END-READ.
006930     IF ENFE-IDEN NOT = WS-ENTRADA-IDEN
006940         SET FIN-DE-DETALLE TO TRUE
006950         GO TO 4100-EXIT
006960     END-IF.
006970     ADD 1 TO WS-TOTAL-VISITAS.
006980     IF ENFE-ENVIADO-A-CASA
006990         ADD 1 TO WS-TOTAL-A-CASA
007000     END-IF.
007010     DISPLAY ENFE-FECHA " " ENFE-HORA " " ENFE-MALESTAR
007020         "  A CASA: " ENFE-A-CASA.
007030     DISPLAY "  " ENFE-ATENCION.
007040     IF ENFE-MEDICAMENTO NOT = SPACES
007050         DISPLAY "  MEDICAMENTO: " ENFE-MEDICAMENTO
007060             " " ENFE-DOSIS
007070     END-IF.
007080     IF ENFE-CON-ALERTA
007090         DISPLAY "  ** ADMINISTRADO CON ALERTA DE ALERGIA **"
007100     END-IF.
007110     DISPLAY "  NOTA: " ENFE-NOTA "  ENFERMERA: " ENFE-OPERADOR.
007120 4100-EXIT.
007130     EXIT.
007140
007150*----------------------------------------------------------*
007160*  8900-GRABAR-AUDITORIA - Numera y encadena el renglon      *
007170*  (rutina AUDCADEN) y lo graba en ESCAUDIT.                 *
007180*----------------------------------------------------------*
007190 8900-GRABAR-AUDITORIA.
007200*  El ultimo eslabon se toma del rastro al momento de grabar
007210*  (otra terminal pudo haber grabado despues); el renglon ya
007220*  armado se guarda mientras se abre el rastro.
007230     MOVE AUDIT-REC TO AUDCADEN-RENGLON.
007240     MOVE "ESCAUDIT" TO AUDCADEN-ARCHIVO.
007250     MOVE 129 TO AUDCADEN-POSICION.
007260     SET AUDCADEN-ULTIMO TO TRUE.
007270     CALL "AUDCADEN" USING AUDCADEN-PARM.
007280     OPEN EXTEND AUDIT-FILE.
007290     IF NOT WS-AUD-OK
007300         OPEN OUTPUT AUDIT-FILE
007310     END-IF.
007320     IF NOT WS-AUD-OK
007330         MOVE "ENFEMANT"       TO ERRHAND-PROGRAMA
007340         MOVE "8900-GRABAR-AUDIT" TO ERRHAND-PARRAFO
007350         MOVE WS-AUD-STATUS    TO ERRHAND-FILE-STATUS
007360         SET ERRHAND-ADVERTENCIA TO TRUE
007370         MOVE "ERROR AL ABRIR ESCAUDIT" TO ERRHAND-MENSAJE
007380         CALL "ERRHAND" USING ERRHAND-PARM
007390         GO TO 8900-EXIT
007400     END-IF.
007410     MOVE AUDCADEN-RENGLON TO AUDIT-REC.
007420     ADD 1 TO AUDCADEN-SECUENCIA.
007430     MOVE AUDCADEN-SECUENCIA TO AUD-SECUENCIA.
007440     MOVE AUDIT-REC TO AUDCADEN-RENGLON.
007450     SET AUDCADEN-ENCADENAR TO TRUE.
007460     CALL "AUDCADEN" USING AUDCADEN-PARM.
007470     MOVE AUDCADEN-CADENA TO AUD-CADENA.
007480     WRITE AUDIT-REC.
007490     CLOSE AUDIT-FILE.
007500 8900-EXIT.
007510     EXIT.
007520
007530*----------------------------------------------------------*
007540*  9000-FINALIZAR - Cierra archivos                          *
007550*----------------------------------------------------------*
007560 9000-FINALIZAR.
007570     CLOSE ENFERMERIA-FILE.
007580     CLOSE ESTUDIANTE-FILE.
007590     IF EMERGENCIA-DISPONIBLE
007600         CLOSE EMERGENCIA-FILE
007610     END-IF.
007620     CLOSE ASISTENCIA-FILE.
007630 9000-EXIT.
007640     EXIT.

000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  ADMICAPT                                     *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Captura de las solicitudes de admision de aspirantes de   *
000090*  nuevo ingreso (ADMIDX): cada solicitud toma su numero     *
000100*  consecutivo del control ADMICTL (al estilo de CONSTCTL).  *
000110*  La fecha de nacimiento se valida con FECHACHK y la edad   *
000120*  se deriva con EDADCALC dentro del rango EDAD-MINIMA /     *
000130*  EDAD-MAXIMA de SYSPARM, como en ESCEDITA; el curso        *
000140*  pedido debe existir en CURSOIDX (CURSOCHK).  Aqui mismo   *
000150*  se anota el resultado del examen de admision.  La         *
000160*  decision se toma en ADMIDECI.  Se llama desde MENUPRIN    *
000170*  con LOGIN-PARM.                                           *
000180*----------------------------------------------------------*
000190*  MODIFICATIONS.
000200*  2026-10-15 JFV  Creacion inicial.
000210*----------------------------------------------------------*
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. ADMICAPT.
000240 AUTHOR. J. FIGUEROA VEGA.
000250 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000260 DATE-WRITTEN. 2026-10-15.
000270 DATE-COMPILED.
000280
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT ADMISION-FILE ASSIGN TO "ADMIDX"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS ADMI-NUMERO
000360         FILE STATUS IS WS-ADM-STATUS.
000370
000380     SELECT CONTROL-FILE ASSIGN TO "ADMICTL"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-CTL-STATUS.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  ADMISION-FILE.
000450     COPY ADMIREC.
000460
000470 FD  CONTROL-FILE.
000480 01  CONTROL-REC.
000490     05  CTL-ULTIMO-NUMERO        PIC 9(06).
000500
000510 WORKING-STORAGE SECTION.
000520 01  WS-ADM-STATUS                PIC X(02).
000530     88  WS-ADM-OK                        VALUE "00".
000540
000550 01  WS-CTL-STATUS                PIC X(02).
000560     88  WS-CTL-OK                        VALUE "00".
000570
000580 01  WS-SWITCHES.
000590     05  WS-OPCION                PIC 9(01) VALUE ZERO.
000600     05  WS-FIN-MENU              PIC X(01) VALUE "N".
000610         88  FIN-DE-MENU                  VALUE "S".
000620     05  WS-SOLICITUD-LEIDA       PIC X(01) VALUE "N".
000630         88  SOLICITUD-LEIDA              VALUE "S".
000640
000650 01  WS-OPERADOR                  PIC X(20).
000660 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
000670 01  WS-ENTRADA-OPCION            PIC X(01).
000680 01  WS-ENTRADA-NUMERO            PIC X(06).
000690 01  WS-ENTRADA-NOMBRE            PIC X(30).
000700 01  WS-ENTRADA-FECHA             PIC X(08).
000710 01  WS-ENTRADA-CURSO             PIC X(10).
000720 01  WS-ENTRADA-TUTOR             PIC X(20).
000730 01  WS-ENTRADA-PUNTAJE           PIC X(03).
000740
000750 01  WS-NUMERO-ACTUAL             PIC 9(06) VALUE ZERO.
000760 01  WS-FECHA-NACIMIENTO          PIC 9(08) VALUE ZERO.
000770 01  WS-FECHA-EXAMEN              PIC 9(08) VALUE ZERO.
000780 01  WS-EDAD-ASPIRANTE            PIC 9(03) VALUE ZERO.
000790 01  WS-EDAD-MINIMA               PIC 9(02) VALUE 5.
000800 01  WS-EDAD-MAXIMA               PIC 9(02) VALUE 25.
000810 01  WS-PUNTAJE                   PIC 9(03) VALUE ZERO.
000820 01  WS-LUGARES-LIBRES            PIC S9(04) VALUE ZERO.
000830 01  WS-ESTADO-TEXTO              PIC X(24).
000840 01  WS-MOTIVO-TEXTO              PIC X(30).
000850
000860 COPY ADMIMOTI.
000870
000880 COPY ERRPARM.
000890
000900 COPY FECHAPARM.
000910
000920 COPY EDCLPARM.
000930
000940 COPY CURSOPARM.
000950
000960 COPY PARMPARM.
000970
000980 COPY PERMPARM.
000990
001000 LINKAGE SECTION.
001010 COPY LOGPARM.
001020
001030 PROCEDURE DIVISION USING LOGIN-PARM.
001040 0000-MAINLINE.
001050     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001060     PERFORM 2000-PROCESAR-MENU THRU 2000-EXIT
001070         UNTIL FIN-DE-MENU.
001080     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001090     GOBACK.
001100
001110*----------------------------------------------------------*
001120*  1000-INICIALIZAR - Sesion, permiso, rango de edad y       *
001130*  archivo de solicitudes, que se crea si aun no existe.     *
001140*----------------------------------------------------------*
001150 1000-INICIALIZAR.
001160     IF LOGIN-CONCEDIDO AND LOGIN-USERNAME NOT = SPACES
001170         MOVE LOGIN-USERNAME TO WS-OPERADOR
001180     ELSE
001190         DISPLAY "DEBE ENTRAR POR EL MENU CON SESION INICIADA"
001200         GOBACK
001210     END-IF.
001220
001230     MOVE LOGIN-USERNAME TO PERMCHK-USERNAME.
001240     MOVE LOGIN-ROL      TO PERMCHK-ROL.
001250     MOVE "ADMICAPT"     TO PERMCHK-PROGRAMA.
001260     MOVE SPACES         TO PERMCHK-FUNCION.
001270     SET PERMCHK-NIVEL-ESCRITURA TO TRUE.
001280     CALL "PERMCHK" USING PERMCHK-PARM.
001290     IF NOT PERMCHK-PERMITIDO
001300         DISPLAY "SIN PERMISO PARA ADMICAPT"
001310         GOBACK
001320     END-IF.
001330     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
001340
001350     OPEN I-O ADMISION-FILE.
001360     IF NOT WS-ADM-OK
001370         IF WS-ADM-STATUS = "35"
001380             OPEN OUTPUT ADMISION-FILE
001390             CLOSE ADMISION-FILE
001400             OPEN I-O ADMISION-FILE
001410         END-IF
001420     END-IF
001430     IF NOT WS-ADM-OK
001440         MOVE "ADMICAPT"      TO ERRHAND-PROGRAMA
001450         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001460         MOVE WS-ADM-STATUS   TO ERRHAND-FILE-STATUS
001470         SET ERRHAND-FATAL TO TRUE
001480         MOVE "ERROR AL ABRIR ADMIDX" TO ERRHAND-MENSAJE
001490         CALL "ERRHAND" USING ERRHAND-PARM
001500         STOP RUN
001510     END-IF.
001520
001530     MOVE "EDAD-MINIMA" TO PARMLKP-CLAVE.
001540     CALL "PARMLKP" USING PARMLKP-PARM.
001550     IF PARMLKP-ENCONTRADO
001560        AND PARMLKP-VALOR IS NUMERIC
001570         MOVE PARMLKP-VALOR TO WS-EDAD-MINIMA
001580     END-IF.
001590     MOVE "EDAD-MAXIMA" TO PARMLKP-CLAVE.
001600     CALL "PARMLKP" USING PARMLKP-PARM.
001610     IF PARMLKP-ENCONTRADO
001620        AND PARMLKP-VALOR IS NUMERIC
001630         MOVE PARMLKP-VALOR TO WS-EDAD-MAXIMA
001640     END-IF.
001650 1000-EXIT.
001660     EXIT.
001670
001680*----------------------------------------------------------*
001690*  2000-PROCESAR-MENU - Menu de solicitudes de admision      *
001700*----------------------------------------------------------*
001710 2000-PROCESAR-MENU.
001720     DISPLAY " ".
001730     DISPLAY "---- ADMICAPT - SOLICITUDES DE ADMISION ----".
001740     DISPLAY "1. Registrar solicitud".
001750     DISPLAY "2. Anotar examen de admision".
001760     DISPLAY "3. Consultar solicitud".
001770     DISPLAY "9. Salir".
001780     DISPLAY "Opcion:".
001790     ACCEPT WS-ENTRADA-OPCION.
001800     MOVE ZERO TO WS-OPCION.
001810     IF WS-ENTRADA-OPCION IS NUMERIC
001820         MOVE WS-ENTRADA-OPCION TO WS-OPCION
001830     END-IF.
001840
001850     EVALUATE WS-OPCION
001860         WHEN 1
001870             PERFORM 3000-REGISTRAR-SOLICITUD THRU 3000-EXIT
001880         WHEN 2
001890             PERFORM 4000-ANOTAR-EXAMEN THRU 4000-EXIT
001900         WHEN 3
001910             PERFORM 5000-CONSULTAR-SOLICITUD THRU 5000-EXIT
001920         WHEN 9
001930             SET FIN-DE-MENU TO TRUE
001940         WHEN OTHER
001950             DISPLAY "Opcion invalida"
001960     END-EVALUATE.
001970 2000-EXIT.
001980     EXIT.
001990
002000*----------------------------------------------------------*
002010*  3000-REGISTRAR-SOLICITUD - Captura y validacion de cada   *
002020*  dato; con todo valido toma el siguiente numero de         *
002030*  ADMICTL y graba la solicitud.                             *
002040*----------------------------------------------------------*
002050 3000-REGISTRAR-SOLICITUD.
002060     DISPLAY "Nombre del aspirante:".
002070     MOVE SPACES TO WS-ENTRADA-NOMBRE.
002080     ACCEPT WS-ENTRADA-NOMBRE.
002090     IF WS-ENTRADA-NOMBRE = SPACES
002100         DISPLAY "El nombre es obligatorio"
002110         GO TO 3000-EXIT
002120     END-IF.
002130
002140     DISPLAY "Fecha de nacimiento AAAAMMDD:".
002150     MOVE SPACES TO WS-ENTRADA-FECHA.
002160     ACCEPT WS-ENTRADA-FECHA.
002170     IF WS-ENTRADA-FECHA NOT NUMERIC
002180         DISPLAY "Fecha invalida"
002190         GO TO 3000-EXIT
002200     END-IF.
002210     MOVE WS-ENTRADA-FECHA TO FECHACHK-FECHA.
002220     CALL "FECHACHK" USING FECHACHK-PARM.
002230     IF NOT FECHACHK-VALIDA
002240         DISPLAY "Fecha invalida o futura"
002250         GO TO 3000-EXIT
002260     END-IF.
002270     MOVE WS-ENTRADA-FECHA TO WS-FECHA-NACIMIENTO.
002280     MOVE WS-FECHA-NACIMIENTO TO EDADCALC-FEC-NAC.
002290     CALL "EDADCALC" USING EDADCALC-PARM.
002300     IF NOT EDADCALC-OK
002310         DISPLAY "Fecha de nacimiento invalida"
002320         GO TO 3000-EXIT
002330     END-IF.
002340     MOVE EDADCALC-EDAD TO WS-EDAD-ASPIRANTE.
002350     IF WS-EDAD-ASPIRANTE < WS-EDAD-MINIMA
002360        OR WS-EDAD-ASPIRANTE > WS-EDAD-MAXIMA
002370         DISPLAY "Edad " WS-EDAD-ASPIRANTE " fuera del rango "
002380             WS-EDAD-MINIMA " a " WS-EDAD-MAXIMA
002390         GO TO 3000-EXIT
002400     END-IF.
002410     DISPLAY "Edad: " WS-EDAD-ASPIRANTE.
002420
002430     DISPLAY "Curso solicitado:".
002440     MOVE SPACES TO WS-ENTRADA-CURSO.
002450     ACCEPT WS-ENTRADA-CURSO.
002460     SET CURSOCHK-VALIDAR TO TRUE.
002470     MOVE WS-ENTRADA-CURSO TO CURSOCHK-CODIGO.
002480     CALL "CURSOCHK" USING CURSOCHK-PARM.
002490     IF CURSOCHK-NO-EXISTE
002500         DISPLAY "Curso no registrado en el catalogo"
002510         GO TO 3000-EXIT
002520     END-IF.
002530     IF CURSOCHK-ERROR-ARCHIVO
002540         DISPLAY "No se pudo consultar el catalogo de cursos"
002550         GO TO 3000-EXIT
002560     END-IF.
002570     COMPUTE WS-LUGARES-LIBRES =
002580         CURSOCHK-CAPACIDAD - CURSOCHK-INSCRITOS.
002590     DISPLAY "Curso: " CURSOCHK-DESCRIPCION.
002600     IF WS-LUGARES-LIBRES NOT > ZERO
002610         DISPLAY "Curso sin cupo hoy: si es aceptado, el cierre "
002620             "lo pasa a la lista de espera"
002630     END-IF.
002640
002650     DISPLAY "Tutor (nombre de la cuenta en CLIMAST):".
002660     MOVE SPACES TO WS-ENTRADA-TUTOR.
002670     ACCEPT WS-ENTRADA-TUTOR.
002680     IF WS-ENTRADA-TUTOR = SPACES
002690         DISPLAY "El tutor es obligatorio"
002700         GO TO 3000-EXIT
002710     END-IF.
002720
002730     PERFORM 3100-LEER-NUMERO THRU 3100-EXIT.
002740     ADD 1 TO WS-NUMERO-ACTUAL.
002750     INITIALIZE ADMI-REC.
002760     MOVE WS-NUMERO-ACTUAL    TO ADMI-NUMERO.
002770     MOVE WS-ENTRADA-NOMBRE   TO ADMI-NOMBRE.
002780     MOVE WS-FECHA-NACIMIENTO TO ADMI-FEC-NACIMIENTO.
002790     MOVE WS-EDAD-ASPIRANTE   TO ADMI-EDAD.
002800     MOVE WS-ENTRADA-CURSO    TO ADMI-CURSO.
002810     MOVE WS-ENTRADA-TUTOR    TO ADMI-TUTOR.
002820     MOVE WS-FECHA-HOY        TO ADMI-FEC-SOLICITUD.
002830     SET ADMI-SOLICITADA TO TRUE.
002840     MOVE WS-OPERADOR         TO ADMI-OPER-CAPTURA.
002850     MOVE SPACES              TO ADMI-CARTA.
002860     WRITE ADMI-REC
002870         INVALID KEY
002880             DISPLAY "NUMERO " WS-NUMERO-ACTUAL
002890                 " YA EXISTE EN ADMIDX; REVISAR ADMICTL"
002900             GO TO 3000-EXIT
002910     END-WRITE.
002920     PERFORM 3200-GRABAR-NUMERO THRU 3200-EXIT.
002930     DISPLAY "Solicitud registrada con el numero "
002940         WS-NUMERO-ACTUAL.
002950 3000-EXIT.
002960     EXIT.
002970
002980*----------------------------------------------------------*
002990*  3100-LEER-NUMERO - Ultimo numero de solicitud; se relee   *
003000*  en cada alta por si otra terminal tomo uno mientras.      *
003010*----------------------------------------------------------*
003020 3100-LEER-NUMERO.
003030     MOVE ZERO TO WS-NUMERO-ACTUAL.
003040     OPEN INPUT CONTROL-FILE.
003050     IF WS-CTL-OK
003060         READ CONTROL-FILE
003070             AT END
003080                 CONTINUE
003090             NOT AT END
003100                 MOVE CTL-ULTIMO-NUMERO TO WS-NUMERO-ACTUAL
003110         END-READ
003120         CLOSE CONTROL-FILE
003130     END-IF.
003140 3100-EXIT.
003150     EXIT.
003160
003170 3200-GRABAR-NUMERO.
003180     OPEN OUTPUT CONTROL-FILE.
003190     MOVE WS-NUMERO-ACTUAL TO CTL-ULTIMO-NUMERO.
003200     WRITE CONTROL-REC.
003210     CLOSE CONTROL-FILE.
003220 3200-EXIT.
003230     EXIT.
003240
003250*----------------------------------------------------------*
003260*  4000-ANOTAR-EXAMEN - Fecha y puntaje (0 a 100) del        *
003270*  examen de admision; se puede corregir mientras la         *
003280*  solicitud no tenga decision.                              *
003290*----------------------------------------------------------*
003300 4000-ANOTAR-EXAMEN.
003310     PERFORM 6000-LEER-SOLICITUD THRU 6000-EXIT.
003320     IF NOT SOLICITUD-LEIDA
003330         GO TO 4000-EXIT
003340     END-IF.
003350     IF NOT ADMI-SOLICITADA AND NOT ADMI-EXAMINADA
003360         DISPLAY "La solicitud ya tiene decision; no se puede "
003370             "cambiar el examen"
003380         GO TO 4000-EXIT
003390     END-IF.
003400     DISPLAY "Aspirante: " ADMI-NOMBRE "  Curso: " ADMI-CURSO.
003410
003420     DISPLAY "Fecha del examen AAAAMMDD (en blanco = hoy):".
003430     MOVE SPACES TO WS-ENTRADA-FECHA.
003440     ACCEPT WS-ENTRADA-FECHA.
003450     IF WS-ENTRADA-FECHA = SPACES
003460         MOVE WS-FECHA-HOY TO WS-FECHA-EXAMEN
003470     ELSE
003480         IF WS-ENTRADA-FECHA NOT NUMERIC
003490             DISPLAY "Fecha invalida"
003500             GO TO 4000-EXIT
003510         END-IF
003520         MOVE WS-ENTRADA-FECHA TO FECHACHK-FECHA
003530         CALL "FECHACHK" USING FECHACHK-PARM
003540         IF NOT FECHACHK-VALIDA
003550            OR WS-ENTRADA-FECHA < ADMI-FEC-SOLICITUD
003560             DISPLAY "Fecha invalida, futura o anterior a la "
003570                 "solicitud"
003580             GO TO 4000-EXIT
003590         END-IF
003600         MOVE WS-ENTRADA-FECHA TO WS-FECHA-EXAMEN
003610     END-IF.
003620
003630     DISPLAY "Puntaje del examen (000 a 100):".
003640     MOVE SPACES TO WS-ENTRADA-PUNTAJE.
003650     ACCEPT WS-ENTRADA-PUNTAJE.
003660     IF WS-ENTRADA-PUNTAJE NOT NUMERIC
003670         DISPLAY "Puntaje invalido; teclee tres digitos"
003680         GO TO 4000-EXIT
003690     END-IF.
003700     MOVE WS-ENTRADA-PUNTAJE TO WS-PUNTAJE.
003710     IF WS-PUNTAJE > 100
003720         DISPLAY "Puntaje fuera de rango"
003730         GO TO 4000-EXIT
003740     END-IF.
003750
003760     MOVE WS-FECHA-EXAMEN TO ADMI-FEC-EXAMEN.
003770     MOVE WS-PUNTAJE      TO ADMI-PUNTAJE.
003780     SET ADMI-EXAMINADA TO TRUE.
003790     REWRITE ADMI-REC
003800         INVALID KEY
003810             DISPLAY "ERROR AL ACTUALIZAR LA SOLICITUD"
003820             GO TO 4000-EXIT
003830     END-REWRITE.
003840     DISPLAY "Examen anotado: solicitud " ADMI-NUMERO
003850         " puntaje " ADMI-PUNTAJE.
003860 4000-EXIT.
003870     EXIT.
003880
003890*----------------------------------------------------------*
003900*  5000-CONSULTAR-SOLICITUD - Todos los datos de una         *
003910*  solicitud, con su estado en el embudo.                    *
003920*----------------------------------------------------------*
003930 5000-CONSULTAR-SOLICITUD.
003940     PERFORM 6000-LEER-SOLICITUD THRU 6000-EXIT.
003950     IF NOT SOLICITUD-LEIDA
003960         GO TO 5000-EXIT
003970     END-IF.
003980     EVALUATE TRUE
003990         WHEN ADMI-SOLICITADA
004000             MOVE "SOLICITADA" TO WS-ESTADO-TEXTO
004010         WHEN ADMI-EXAMINADA
004020             MOVE "EXAMINADA, SIN DECISION" TO WS-ESTADO-TEXTO
004030         WHEN ADMI-ACEPTADA
004040             MOVE "ACEPTADA, SIN CERRAR" TO WS-ESTADO-TEXTO
004050         WHEN ADMI-RECHAZADA
004060             MOVE "RECHAZADA" TO WS-ESTADO-TEXTO
004070         WHEN ADMI-INSCRITA
004080             MOVE "INSCRITA (ESCLOAD)" TO WS-ESTADO-TEXTO
004090         WHEN ADMI-EN-ESPERA
004100             MOVE "EN LISTA DE ESPERA" TO WS-ESTADO-TEXTO
004110         WHEN OTHER
004120             MOVE ADMI-ESTADO TO WS-ESTADO-TEXTO
004130     END-EVALUATE.
004140     DISPLAY "============================================".
004150     DISPLAY "SOLICITUD " ADMI-NUMERO "  DEL " ADMI-FEC-SOLICITUD
004160         "  CAPTURO " ADMI-OPER-CAPTURA.
004170     DISPLAY "  ASPIRANTE: " ADMI-NOMBRE.
004180     DISPLAY "  NACIMIENTO: " ADMI-FEC-NACIMIENTO
004190         "  EDAD: " ADMI-EDAD "  CURSO: " ADMI-CURSO.
004200     DISPLAY "  TUTOR: " ADMI-TUTOR.
004210     DISPLAY "  ESTADO: " WS-ESTADO-TEXTO.
004220     IF ADMI-FEC-EXAMEN NOT = ZERO
004230         DISPLAY "  EXAMEN: " ADMI-FEC-EXAMEN
004240             "  PUNTAJE: " ADMI-PUNTAJE
004250     END-IF.
004260     IF ADMI-FEC-DECISION NOT = ZERO
004270         DISPLAY "  DECISION: " ADMI-FEC-DECISION
004280             "  POR " ADMI-OPER-DECISION
004290     END-IF.
004300     IF ADMI-RECHAZADA
004310         MOVE ADMI-MOTIVO TO WS-MOTIVO-TEXTO
004320         SET ADMIMOTI-IDX TO 1
004330         SEARCH ADMIMOTI-ENTRADA
004340             WHEN ADMIMOTI-CODIGO (ADMIMOTI-IDX) = ADMI-MOTIVO
004350                 MOVE ADMIMOTI-TEXTO (ADMIMOTI-IDX)
004360                     TO WS-MOTIVO-TEXTO
004370         END-SEARCH
004380         DISPLAY "  MOTIVO: " ADMI-MOTIVO " " WS-MOTIVO-TEXTO
004390         IF ADMI-OBSERVACION NOT = SPACES
004400             DISPLAY "  " ADMI-OBSERVACION
004410         END-IF
004420     END-IF.
004430     IF ADMI-CERRADA
004440         DISPLAY "  CIERRE: " ADMI-FEC-CIERRE
004450             "  ID DE ESTUDIANTE: " ADMI-IDEN-ASIGNADO
004460     END-IF.
004470     IF ADMI-EN-ESPERA
004480         DISPLAY "  TURNO EN LA LISTA DE ESPERA: "
004490             ADMI-TURNO-ESPERA
004500     END-IF.
004510     IF ADMI-CARTA-EMITIDA
004520         DISPLAY "  CARTA EMITIDA EL " ADMI-FEC-CARTA
004530     END-IF.
004540     DISPLAY "============================================".
004550 5000-EXIT.
004560     EXIT.
004570
004580*----------------------------------------------------------*
004590*  6000-LEER-SOLICITUD - Pide el numero y lee ADMIDX         *
004600*----------------------------------------------------------*
004610 6000-LEER-SOLICITUD.
004620     MOVE "N" TO WS-SOLICITUD-LEIDA.
004630     DISPLAY "Numero de solicitud:".
004640     MOVE SPACES TO WS-ENTRADA-NUMERO.
004650     ACCEPT WS-ENTRADA-NUMERO.
004660     IF WS-ENTRADA-NUMERO NOT NUMERIC
004670         DISPLAY "Numero invalido; teclee seis digitos"
004680         GO TO 6000-EXIT
004690     END-IF.
004700     MOVE WS-ENTRADA-NUMERO TO ADMI-NUMERO.
004710     READ ADMISION-FILE
004720         INVALID KEY
004730             DISPLAY "Solicitud no encontrada"
004740             GO TO 6000-EXIT
004750     END-READ.
004760     SET SOLICITUD-LEIDA TO TRUE.
004770 6000-EXIT.
004780     EXIT.
004790
004800*----------------------------------------------------------*
004810*  9000-FINALIZAR - Cierra archivos                          *
004820*----------------------------------------------------------*
004830 9000-FINALIZAR.
004840     CLOSE ADMISION-FILE.
004850 9000-EXIT.
004860     EXIT.

000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  ASISAVIS                                     *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Aviso diario de inasistencias a las familias.  Corre al   *
000090*  final de la manana (job ESCAVISO), despues de la captura  *
000100*  de ESCASIST: por cada estudiante activo con ausencia sin  *
000110*  justificar en ASISIDX para el dia, toma el primer         *
000120*  contacto de EMERIDX y manda un renglon al gateway de      *
000130*  mensajes en AVISOSMS (cabecera, detalle y cola con el     *
000140*  numero de mensajes, como el archivo de cobro DOMICOB).    *
000150*  Cada aviso queda en la bitacora AVISIDX; si el            *
000160*  estudiante ya tenia aviso el dia de clase anterior, la    *
000170*  ausencia se escala a la lista del coordinador de curso    *
000180*  (reporte ASISCOOR, generacion fechada), donde tambien     *
000190*  salen las familias sin telefono.  Si el paso se repite    *
000200*  el mismo dia, lo ya avisado no se vuelve a mandar.        *
000210*----------------------------------------------------------*
000220*  MODIFICATIONS.
000230*  2026-10-15 JFV  Creacion inicial.
000240*----------------------------------------------------------*
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. ASISAVIS.
000270 AUTHOR. J. FIGUEROA VEGA.
000280 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000290 DATE-WRITTEN. 2026-10-15.
000300 DATE-COMPILED.
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT ESTUDIANTE-FILE ASSIGN TO "ESTUDIDX"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS SEQUENTIAL
000380         RECORD KEY IS ESTUDIANTE-IDEN
000390         ALTERNATE RECORD KEY IS ESTUDIANTE-NOMBRE
000400             WITH DUPLICATES
000410         FILE STATUS IS WS-STU-STATUS.
000420
000430     SELECT ASISTENCIA-FILE ASSIGN TO "ASISIDX"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS ASIS-CLAVE
000470         FILE STATUS IS WS-ASI-STATUS.
000480
000490     SELECT EMERGENCIA-FILE ASSIGN TO "EMERIDX"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS EMER-IDEN
000530         FILE STATUS IS WS-EME-STATUS.
000540
000550     SELECT AVISO-FILE ASSIGN TO "AVISIDX"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS AVIS-CLAVE
000590         FILE STATUS IS WS-AVI-STATUS.
000600
000610     SELECT MENSAJE-FILE ASSIGN TO "AVISOSMS"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-SMS-STATUS.
000640
000650     SELECT WORK-FILE ASSIGN TO "AVISWORK"
000660         ORGANIZATION IS SEQUENTIAL.
000670
000680     SELECT REPORTE-FILE ASSIGN TO WS-ARCHIVO-REPORTE
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-RPT-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  ESTUDIANTE-FILE.
000750     COPY ESTUD.
000760
000770 FD  ASISTENCIA-FILE.
000780     COPY ASISREC.
000790
000800 FD  EMERGENCIA-FILE.
000810     COPY EMERREC.
000820
000830 FD  AVISO-FILE.
000840     COPY AVISREC.
000850
000860 FD  MENSAJE-FILE.
000870 01  MENSAJE-LINEA                PIC X(200).
000880
000890 SD  WORK-FILE.
000900 01  WORK-REC.
000910     05  WORK-CURSO                PIC X(10).
000920     05  WORK-NOMBRE               PIC X(30).
000930     05  WORK-IDEN                 PIC X(05).
000940     05  WORK-TUTOR                PIC X(20).
000950     05  WORK-TELEFONO             PIC X(12).
000960     05  WORK-MOTIVO               PIC X(01).
000970         88  WORK-REPETIDA                 VALUE "R".
000980         88  WORK-SIN-TELEFONO             VALUE "S".
000990         88  WORK-AMBAS                    VALUE "A".
001000
001010 FD  REPORTE-FILE.
001020 01  REPORTE-LINEA                PIC X(80).
001030
001040 WORKING-STORAGE SECTION.
001050 01  WS-STU-STATUS                PIC X(02).
001060     88  WS-STU-OK                        VALUE "00".
001070     88  WS-STU-FIN-ARCHIVO               VALUE "10".
001080
001090 01  WS-ASI-STATUS                PIC X(02).
001100     88  WS-ASI-OK                        VALUE "00".
001110
001120 01  WS-EME-STATUS                PIC X(02).
001130     88  WS-EME-OK                        VALUE "00".
001140
001150 01  WS-AVI-STATUS                PIC X(02).
001160     88  WS-AVI-OK                        VALUE "00".
001170     88  WS-AVI-NO-EXISTE                 VALUE "35".
001180
001190 01  WS-SMS-STATUS                PIC X(02).
001200     88  WS-SMS-OK                        VALUE "00".
001210
001220 01  WS-RPT-STATUS                PIC X(02).
001230     88  WS-RPT-OK                        VALUE "00".
001240
001250 01  WS-SWITCHES.
001260     05  WS-DIA-PROCESO           PIC X(01) VALUE "N".
001270         88  DIA-DE-CLASE                 VALUE "S".
001280     05  WS-HAY-EMERGENCIA        PIC X(01) VALUE "N".
001290         88  EMERGENCIA-DISPONIBLE        VALUE "S".
001300     05  WS-FIN-SORT              PIC X(01) VALUE "N".
001310         88  FIN-DE-SORT                  VALUE "S".
001320     05  WS-AVISO-REPETIDO        PIC X(01) VALUE "N".
001330         88  AVISO-REPETIDO               VALUE "S".
001340     05  WS-AVISO-SIN-TELEFONO    PIC X(01) VALUE "N".
001350         88  AVISO-SIN-TELEFONO           VALUE "S".
001360
001370 01  WS-ARCHIVO-REPORTE           PIC X(20) VALUE "ASISCOOR".
001380
001390 01  WS-ENTRADA-FECHA             PIC X(08).
001400 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
001410 01  WS-FECHA-PROCESO             PIC 9(08) VALUE ZERO.
001420 01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
001430     05  WS-PRO-AAAA              PIC 9(04).
001440     05  WS-PRO-MM                PIC 9(02).
001450     05  WS-PRO-DD                PIC 9(02).
001460 01  WS-FECHA-ANTERIOR            PIC 9(08) VALUE ZERO.
001470 01  WS-FECHA-CANDIDATA           PIC 9(08) VALUE ZERO.
001480 01  WS-DIA-ENTERO                PIC 9(07) VALUE ZERO.
001490 01  WS-INTENTOS                  PIC 9(02) COMP VALUE ZERO.
001500 01  WS-HORA-SISTEMA              PIC 9(08).
001510 01  WS-HORA-R REDEFINES WS-HORA-SISTEMA.
001520     05  WS-HORA-HHMMSS           PIC 9(06).
001530     05  FILLER                   PIC 9(02).
001540
001550 01  WS-FECHA-EDIT.
001560     05  WS-EDIT-DD               PIC 9(02).
001570     05  FILLER                   PIC X(01) VALUE "/".
001580     05  WS-EDIT-MM               PIC 9(02).
001590     05  FILLER                   PIC X(01) VALUE "/".
001600     05  WS-EDIT-AAAA             PIC 9(04).
001610
001620 01  WS-CURSO-ANTERIOR            PIC X(10) VALUE HIGH-VALUES.
001630
001640 01  WS-CONTADORES.
001650     05  WS-ESTUD-REVISADOS       PIC 9(07) COMP VALUE ZERO.
001660     05  WS-AUSENCIAS             PIC 9(07) VALUE ZERO.
001670     05  WS-YA-AVISADOS           PIC 9(07) VALUE ZERO.
001680     05  WS-SIN-TELEFONO          PIC 9(07) VALUE ZERO.
001690     05  WS-ESCALADOS             PIC 9(07) VALUE ZERO.
001700     05  WS-MENSAJES-ENVIADOS     PIC 9(07) VALUE ZERO.
001710     05  WS-LISTADOS              PIC 9(07) VALUE ZERO.
001720
001730*  Vistas del registro del archivo de mensajes al gateway.
001740 01  WS-SMS-CABECERA.
001750     05  SMS-CAB-TIPO             PIC X(02) VALUE "01".
001760     05  SMS-CAB-EMISORA          PIC X(10) VALUE "COLEGIO".
001770     05  SMS-CAB-FECHA            PIC 9(08).
001780     05  SMS-CAB-HORA             PIC 9(06).
001790     05  FILLER                   PIC X(174) VALUE SPACES.
001800
001810 01  WS-SMS-DETALLE REDEFINES WS-SMS-CABECERA.
001820     05  SMS-DET-TIPO             PIC X(02).
001830     05  SMS-DET-REFERENCIA       PIC X(13).
001840     05  SMS-DET-TELEFONO         PIC X(12).
001850     05  SMS-DET-DESTINATARIO     PIC X(20).
001860     05  SMS-DET-MENSAJE          PIC X(140).
001870     05  FILLER                   PIC X(13).
001880
001890 01  WS-SMS-COLA REDEFINES WS-SMS-CABECERA.
001900     05  SMS-COLA-TIPO            PIC X(02).
001910     05  SMS-COLA-MENSAJES        PIC 9(07).
001920     05  FILLER                   PIC X(191).
001930
001940 01  WS-LINEA-TITULO.
001950     05  FILLER                   PIC X(38)
001960         VALUE "LISTA DEL COORDINADOR - INASISTENCIAS ".
001970     05  FILLER                   PIC X(17)
001980         VALUE "SIN JUSTIFICAR - ".
001990     05  RPT-FECHA                PIC X(10).
002000     05  FILLER                   PIC X(15) VALUE SPACES.
002010
002015 01  WS-LINEA-TITULOS.
002020     05  FILLER                   PIC X(37)
002025         VALUE "ID    NOMBRE                         ".
002030     05  FILLER                   PIC X(34)
002035         VALUE "TUTOR                TELEFONO     ".
002040     05  FILLER                   PIC X(09) VALUE "MOTIVO".
002050
002060 01  WS-LINEA-CURSO.
002070     05  FILLER                   PIC X(06) VALUE "CURSO ".
002080     05  RPT-CURSO                PIC X(10).
002090     05  FILLER                   PIC X(01) VALUE SPACE.
002100     05  RPT-CURSO-DESC           PIC X(30).
002110     05  FILLER                   PIC X(33) VALUE SPACES.
002120
002130 01  WS-LINEA-DETALLE.
002140     05  RPT-IDEN                 PIC X(05).
002150     05  FILLER                   PIC X(01) VALUE SPACE.
002160     05  RPT-NOMBRE               PIC X(30).
002170     05  FILLER                   PIC X(01) VALUE SPACE.
002180     05  RPT-TUTOR                PIC X(20).
002190     05  FILLER                   PIC X(01) VALUE SPACE.
002200     05  RPT-TELEFONO             PIC X(12).
002210     05  FILLER                   PIC X(01) VALUE SPACE.
002220     05  RPT-MOTIVO               PIC X(09).
002230
002240 01  WS-LINEA-VACIA.
002250     05  FILLER                   PIC X(40)
002260         VALUE "SIN ESTUDIANTES PARA EL COORDINADOR".
002270     05  FILLER                   PIC X(40) VALUE SPACES.
002280
002290 01  WS-LINEA-TOTAL.
002300     05  RPT-TOT-TEXTO            PIC X(40).
002310     05  RPT-TOT-VALOR            PIC ZZ,ZZ9.
002320     05  FILLER                   PIC X(34) VALUE SPACES.
002330
002340 COPY ERRPARM.
002350
002360 COPY RPTGPARM.
002370
002380 COPY CALPARM.
002390
002400 COPY CURSOPARM.
002410
002420 PROCEDURE DIVISION.
002430 0000-MAINLINE.
002440     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002450     IF DIA-DE-CLASE
002460         PERFORM 2000-PROCESAR-AUSENCIAS THRU 2000-EXIT
002470     END-IF.
002480     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002490     STOP RUN.
002500
002510*----------------------------------------------------------*
002520*  1000-INICIALIZAR - Fecha de la asistencia (SYSIN, blanco  *
002530*  = hoy), cabecera del archivo de mensajes y apertura de    *
002540*  los maestros.  Un dia sin clase deja el archivo con       *
002550*  cabecera y cola en cero.                                  *
002560*----------------------------------------------------------*
002570 1000-INICIALIZAR.
002580     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
002590     ACCEPT WS-HORA-SISTEMA FROM TIME.
002600     DISPLAY "Fecha de la asistencia AAAAMMDD"
002610         " (blanco = hoy):".
002620     MOVE SPACES TO WS-ENTRADA-FECHA.
002630     ACCEPT WS-ENTRADA-FECHA.
002640     IF WS-ENTRADA-FECHA IS NUMERIC
002650         MOVE WS-ENTRADA-FECHA TO WS-FECHA-PROCESO
002660     ELSE
002670         IF WS-ENTRADA-FECHA = SPACES
002680             MOVE WS-FECHA-HOY TO WS-FECHA-PROCESO
002690         ELSE
002700             DISPLAY "FECHA INVALIDA, NO SE AVISA NADA"
002710             MOVE 8 TO RETURN-CODE
002720             STOP RUN
002730         END-IF
002740     END-IF.
002750     MOVE WS-PRO-DD   TO WS-EDIT-DD.
002760     MOVE WS-PRO-MM   TO WS-EDIT-MM.
002770     MOVE WS-PRO-AAAA TO WS-EDIT-AAAA.
002780
002790     OPEN OUTPUT MENSAJE-FILE.
002800     IF NOT WS-SMS-OK
002810         MOVE "ASISAVIS"      TO ERRHAND-PROGRAMA
002820         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
002830         MOVE WS-SMS-STATUS   TO ERRHAND-FILE-STATUS
002840         SET ERRHAND-FATAL TO TRUE
002850         MOVE "ERROR AL ABRIR AVISOSMS" TO ERRHAND-MENSAJE
002860         CALL "ERRHAND" USING ERRHAND-PARM
002870         MOVE 8 TO RETURN-CODE
002880         STOP RUN
002890     END-IF.
002900     MOVE SPACES          TO WS-SMS-CABECERA.
002910     MOVE "01"            TO SMS-CAB-TIPO.
002920     MOVE "COLEGIO"       TO SMS-CAB-EMISORA.
002930     MOVE WS-FECHA-HOY    TO SMS-CAB-FECHA.
002940     MOVE WS-HORA-HHMMSS  TO SMS-CAB-HORA.
002950     WRITE MENSAJE-LINEA FROM WS-SMS-CABECERA.
002960
002970*  Sin calendario se avisa igual: mejor un aviso de mas que
002980*  una ausencia sin avisar.
002990     SET CALENCHK-VALIDAR TO TRUE.
003000     MOVE WS-FECHA-PROCESO TO CALENCHK-FECHA.
003010     CALL "CALENCHK" USING CALENCHK-PARM.
003020     IF NOT CALENCHK-DIA-CLASE
003030        AND NOT CALENCHK-ERROR-ARCHIVO
003040         DISPLAY WS-FECHA-PROCESO " NO ES DIA DE CLASE,"
003050             " NO HAY AVISOS"
003060         GO TO 1000-EXIT
003070     END-IF.
003080     PERFORM 1100-DIA-ANTERIOR THRU 1100-EXIT.
003090
003100     OPEN INPUT ESTUDIANTE-FILE.
003110     IF NOT WS-STU-OK
003120         MOVE "ASISAVIS"      TO ERRHAND-PROGRAMA
003130         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
003140         MOVE WS-STU-STATUS   TO ERRHAND-FILE-STATUS
003150         SET ERRHAND-FATAL TO TRUE
003160         MOVE "ERROR AL ABRIR ESTUDIDX" TO ERRHAND-MENSAJE
003170         CALL "ERRHAND" USING ERRHAND-PARM
003180         MOVE 8 TO RETURN-CODE
003190         STOP RUN
003200     END-IF.
003210
003220     OPEN INPUT ASISTENCIA-FILE.
003230     IF NOT WS-ASI-OK
003240         MOVE "ASISAVIS"      TO ERRHAND-PROGRAMA
003250         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
003260         MOVE WS-ASI-STATUS   TO ERRHAND-FILE-STATUS
003270         SET ERRHAND-FATAL TO TRUE
003280         MOVE "ERROR AL ABRIR ASISIDX" TO ERRHAND-MENSAJE
003290         CALL "ERRHAND" USING ERRHAND-PARM
003300         MOVE 8 TO RETURN-CODE
003310         STOP RUN
003320     END-IF.
003330
003340*  Sin EMERIDX no hay telefonos: todas las ausencias van a
003350*  la lista del coordinador.
003360     OPEN INPUT EMERGENCIA-FILE.
003370     IF WS-EME-OK
003380         SET EMERGENCIA-DISPONIBLE TO TRUE
003390     END-IF.
003400
003410     OPEN I-O AVISO-FILE.
003420     IF WS-AVI-NO-EXISTE
003430         OPEN OUTPUT AVISO-FILE
003440         CLOSE AVISO-FILE
003450         OPEN I-O AVISO-FILE
003460     END-IF.
003470     IF NOT WS-AVI-OK
003480         MOVE "ASISAVIS"      TO ERRHAND-PROGRAMA
003490         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
003500         MOVE WS-AVI-STATUS   TO ERRHAND-FILE-STATUS
003510         SET ERRHAND-FATAL TO TRUE
003520         MOVE "ERROR AL ABRIR AVISIDX" TO ERRHAND-MENSAJE
003530         CALL "ERRHAND" USING ERRHAND-PARM
003540         MOVE 8 TO RETURN-CODE
003550         STOP RUN
003560     END-IF.
003570
003580     MOVE "ASISCOOR" TO RPTGEN-REPORTE.
003590     CALL "RPTGEN" USING RPTGEN-PARM.
003600     MOVE RPTGEN-ARCHIVO TO WS-ARCHIVO-REPORTE.
003610     OPEN OUTPUT REPORTE-FILE.
003620     MOVE WS-FECHA-EDIT TO RPT-FECHA.
003630     WRITE REPORTE-LINEA FROM WS-LINEA-TITULO.
003640     MOVE SPACES TO REPORTE-LINEA.
003650     WRITE REPORTE-LINEA.
003660     WRITE REPORTE-LINEA FROM WS-LINEA-TITULOS.
003670     SET DIA-DE-CLASE TO TRUE.
003680 1000-EXIT.
003690     EXIT.
003700
003710*----------------------------------------------------------*
003720*  1100-DIA-ANTERIOR - Ultimo dia de clase antes de la       *
003730*  fecha de proceso (hasta dos semanas atras, para saltar    *
003740*  fines de semana y feriados); sin calendario, el dia       *
003750*  anterior sin mas.                                         *
003760*----------------------------------------------------------*
003770 1100-DIA-ANTERIOR.
003780     COMPUTE WS-DIA-ENTERO =
003790         FUNCTION INTEGER-OF-DATE (WS-FECHA-PROCESO).
003800     MOVE ZERO TO WS-FECHA-ANTERIOR.
003810     MOVE ZERO TO WS-INTENTOS.
003820     PERFORM 1110-RETROCEDER-UN-DIA THRU 1110-EXIT
003830         UNTIL WS-FECHA-ANTERIOR NOT = ZERO
003840            OR WS-INTENTOS > 14.
003850 1100-EXIT.
003860     EXIT.
003870
003880 1110-RETROCEDER-UN-DIA.
003890     SUBTRACT 1 FROM WS-DIA-ENTERO.
003900     ADD 1 TO WS-INTENTOS.
003910     COMPUTE WS-FECHA-CANDIDATA =
003920         FUNCTION DATE-OF-INTEGER (WS-DIA-ENTERO).
003930     SET CALENCHK-VALIDAR TO TRUE.
003940     MOVE WS-FECHA-CANDIDATA TO CALENCHK-FECHA.
003950     CALL "CALENCHK" USING CALENCHK-PARM.
003960     IF CALENCHK-DIA-CLASE OR CALENCHK-ERROR-ARCHIVO
003970         MOVE WS-FECHA-CANDIDATA TO WS-FECHA-ANTERIOR
003980     END-IF.
003990 1110-EXIT.
004000     EXIT.
004010
004020*----------------------------------------------------------*
004030*  2000-PROCESAR-AUSENCIAS - La pasada del maestro avisa y   *
004040*  suelta al SORT los casos del coordinador; la salida del   *
004050*  SORT imprime su lista por curso y nombre.                 *
004060*----------------------------------------------------------*
004070 2000-PROCESAR-AUSENCIAS.
004080     SORT WORK-FILE
004090         ON ASCENDING KEY WORK-CURSO WORK-NOMBRE
004100         INPUT PROCEDURE IS 2100-REVISAR-ESTUDIANTES
004110             THRU 2100-EXIT
004120         OUTPUT PROCEDURE IS 3000-IMPRIMIR-LISTA THRU 3000-EXIT.
004130 2000-EXIT.
004140     EXIT.
004150
004160 2100-REVISAR-ESTUDIANTES.
004170     PERFORM 2110-REVISAR-UNO THRU 2110-EXIT
004180         UNTIL WS-STU-FIN-ARCHIVO.
004190 2100-EXIT.
004200     EXIT.
004210
004220 2110-REVISAR-UNO.
004230     READ ESTUDIANTE-FILE NEXT RECORD
004240         AT END
004250             SET WS-STU-FIN-ARCHIVO TO TRUE
004260             GO TO 2110-EXIT
004270     END-READ.
004280     IF NOT ESTUDIANTE-ACTIVO
004290         GO TO 2110-EXIT
004300     END-IF.
004310     ADD 1 TO WS-ESTUD-REVISADOS.
004320
004330     MOVE ESTUDIANTE-IDEN  TO ASIS-IDEN.
004340     MOVE WS-FECHA-PROCESO TO ASIS-FECHA.
004350     READ ASISTENCIA-FILE
004360         INVALID KEY
004370             GO TO 2110-EXIT
004380     END-READ.
004390     IF NOT ASIS-AUSENTE OR ASIS-JUSTIFICADA
004400         GO TO 2110-EXIT
004410     END-IF.
004420     ADD 1 TO WS-AUSENCIAS.
004430
004440     MOVE "N" TO WS-AVISO-REPETIDO.
004450     MOVE "N" TO WS-AVISO-SIN-TELEFONO.
004460     PERFORM 2200-AVISAR-FAMILIA THRU 2200-EXIT.
004470     PERFORM 2300-REVISAR-REPETIDA THRU 2300-EXIT.
004480
004490     IF AVISO-REPETIDO OR AVISO-SIN-TELEFONO
004500         MOVE ESTUDIANTE-CURSO  TO WORK-CURSO
004510         MOVE ESTUDIANTE-NOMBRE TO WORK-NOMBRE
004520         MOVE ESTUDIANTE-IDEN   TO WORK-IDEN
004530         MOVE ESTUDIANTE-TUTOR  TO WORK-TUTOR
004540         MOVE AVIS-TELEFONO     TO WORK-TELEFONO
004550         EVALUATE TRUE
004560             WHEN AVISO-REPETIDO AND AVISO-SIN-TELEFONO
004570                 SET WORK-AMBAS TO TRUE
004580             WHEN AVISO-REPETIDO
004590                 SET WORK-REPETIDA TO TRUE
004600             WHEN OTHER
004610                 SET WORK-SIN-TELEFONO TO TRUE
004620         END-EVALUATE
004630         RELEASE WORK-REC
004640     END-IF.
004650 2110-EXIT.
004660     EXIT.
004670
004680*----------------------------------------------------------*
004690*  2200-AVISAR-FAMILIA - Primer contacto de EMERIDX; con     *
004700*  telefono va un mensaje al gateway.  El aviso queda en     *
004710*  AVISIDX; uno ya anotado (el paso se repite) no se manda   *
004720*  otra vez.                                                 *
004730*----------------------------------------------------------*
004740 2200-AVISAR-FAMILIA.
004750     MOVE ESTUDIANTE-IDEN  TO AVIS-IDEN.
004760     MOVE WS-FECHA-PROCESO TO AVIS-FECHA.
004770     READ AVISO-FILE
004780         INVALID KEY
004790             CONTINUE
004800         NOT INVALID KEY
004810             ADD 1 TO WS-YA-AVISADOS
004820             IF AVIS-SIN-TELEFONO
004830                 SET AVISO-SIN-TELEFONO TO TRUE
004840             END-IF
004850             GO TO 2200-EXIT
004860     END-READ.
004870
004880     MOVE ESTUDIANTE-CURSO TO AVIS-CURSO.
004890     MOVE ESTUDIANTE-TUTOR TO AVIS-TUTOR.
004900     MOVE SPACES           TO AVIS-CONTACTO.
004910     MOVE SPACES           TO AVIS-TELEFONO.
004920     IF EMERGENCIA-DISPONIBLE
004930         MOVE ESTUDIANTE-IDEN TO EMER-IDEN
004940         READ EMERGENCIA-FILE
004950             INVALID KEY
004960                 CONTINUE
004970             NOT INVALID KEY
004980                 MOVE EMER-CON-NOMBRE (1)   TO AVIS-CONTACTO
004990                 MOVE EMER-CON-TELEFONO (1) TO AVIS-TELEFONO
005000         END-READ
005010     END-IF.
005020     MOVE "N"            TO AVIS-ESCALADO.
005030     MOVE WS-FECHA-HOY   TO AVIS-FEC-ENVIO.
005040     MOVE WS-HORA-HHMMSS TO AVIS-HORA-ENVIO.
005050
005060     IF AVIS-TELEFONO = SPACES
005070         SET AVIS-SIN-TELEFONO TO TRUE
005080         SET AVISO-SIN-TELEFONO TO TRUE
005090         ADD 1 TO WS-SIN-TELEFONO
005100     ELSE
005110         SET AVIS-ENVIADO TO TRUE
005120         PERFORM 2210-ESCRIBIR-MENSAJE THRU 2210-EXIT
005130     END-IF.
005140
005150     WRITE AVIS-REC
005160         INVALID KEY
005170             MOVE "ASISAVIS"      TO ERRHAND-PROGRAMA
005180             MOVE "2200-AVISAR-FAMILIA" TO ERRHAND-PARRAFO
005190             MOVE WS-AVI-STATUS   TO ERRHAND-FILE-STATUS
005200             SET ERRHAND-FATAL TO TRUE
005210             MOVE "ERROR AL GRABAR AVISIDX" TO ERRHAND-MENSAJE
005220             CALL "ERRHAND" USING ERRHAND-PARM
005230             MOVE 8 TO RETURN-CODE
005240             STOP RUN
005250     END-WRITE.
005260 2200-EXIT.
005270     EXIT.
005280
005290*  El destinatario es el contacto de emergencia; si no tiene
005300*  nombre, el tutor del maestro.
005310 2210-ESCRIBIR-MENSAJE.
005320     MOVE SPACES        TO WS-SMS-DETALLE.
005330     MOVE "02"          TO SMS-DET-TIPO.
005340     MOVE AVIS-CLAVE    TO SMS-DET-REFERENCIA.
005350     MOVE AVIS-TELEFONO TO SMS-DET-TELEFONO.
005360     IF AVIS-CONTACTO = SPACES
005370         MOVE AVIS-TUTOR    TO SMS-DET-DESTINATARIO
005380     ELSE
005390         MOVE AVIS-CONTACTO TO SMS-DET-DESTINATARIO
005400     END-IF.
005410     STRING "COLEGIO: " DELIMITED BY SIZE
005420            ESTUDIANTE-NOMBRE DELIMITED BY "  "
005430            " NO ASISTIO A CLASES EL " DELIMITED BY SIZE
005440            WS-FECHA-EDIT DELIMITED BY SIZE
005450            " SIN JUSTIFICACION. FAVOR DE COMUNICARSE CON"
005460                DELIMITED BY SIZE
005470            " LA ESCUELA." DELIMITED BY SIZE
005480         INTO SMS-DET-MENSAJE
005490     END-STRING.
005500     WRITE MENSAJE-LINEA FROM WS-SMS-DETALLE.
005510     ADD 1 TO WS-MENSAJES-ENVIADOS.
005520 2210-EXIT.
005530     EXIT.
005540
005550*----------------------------------------------------------*
005560*  2300-REVISAR-REPETIDA - Si el estudiante ya tuvo aviso el *
005570*  dia de clase anterior, la ausencia se escala y el aviso   *
005580*  de hoy queda marcado como escalado.                       *
005590*----------------------------------------------------------*
005600 2300-REVISAR-REPETIDA.
005610     IF WS-FECHA-ANTERIOR = ZERO
005620         GO TO 2300-EXIT
005630     END-IF.
005640     MOVE ESTUDIANTE-IDEN   TO AVIS-IDEN.
005650     MOVE WS-FECHA-ANTERIOR TO AVIS-FECHA.
005660     READ AVISO-FILE
005670         INVALID KEY
005680             GO TO 2300-EXIT
005690     END-READ.
005700     SET AVISO-REPETIDO TO TRUE.
005710     ADD 1 TO WS-ESCALADOS.
005720
005730     MOVE ESTUDIANTE-IDEN  TO AVIS-IDEN.
005740     MOVE WS-FECHA-PROCESO TO AVIS-FECHA.
005750     READ AVISO-FILE
005760         INVALID KEY
005770             GO TO 2300-EXIT
005780     END-READ.
005790     IF NOT AVIS-FUE-ESCALADO
005800         SET AVIS-FUE-ESCALADO TO TRUE
005810         REWRITE AVIS-REC
005820             INVALID KEY
005830                 DISPLAY "NO SE PUDO MARCAR ESCALADO: "
005840                     AVIS-CLAVE
005850         END-REWRITE
005860     END-IF.
005870 2300-EXIT.
005880     EXIT.
005890
005900*----------------------------------------------------------*
005910*  3000-IMPRIMIR-LISTA - Lista del coordinador por curso:    *
005920*  ausencias repetidas y familias sin telefono.              *
005930*----------------------------------------------------------*
005940 3000-IMPRIMIR-LISTA.
005950     PERFORM 3100-RETORNAR-UNO THRU 3100-EXIT
005960         UNTIL FIN-DE-SORT.
005970     IF WS-LISTADOS = ZERO
005980         WRITE REPORTE-LINEA FROM WS-LINEA-VACIA
005990     END-IF.
006000 3000-EXIT.
006010     EXIT.
006020
006030 3100-RETORNAR-UNO.
006040     RETURN WORK-FILE
006050         AT END
006060             SET FIN-DE-SORT TO TRUE
006070             GO TO 3100-EXIT
006080     END-RETURN.
006090
006100     IF WORK-CURSO NOT = WS-CURSO-ANTERIOR
006110         MOVE WORK-CURSO TO WS-CURSO-ANTERIOR
006120         SET CURSOCHK-VALIDAR TO TRUE
006130         MOVE WORK-CURSO TO CURSOCHK-CODIGO
006140         CALL "CURSOCHK" USING CURSOCHK-PARM
006150         MOVE WORK-CURSO TO RPT-CURSO
006160         MOVE CURSOCHK-DESCRIPCION TO RPT-CURSO-DESC
006170         MOVE SPACES TO REPORTE-LINEA
006180         WRITE REPORTE-LINEA
006190         WRITE REPORTE-LINEA FROM WS-LINEA-CURSO
006200     END-IF.
006210
006220     MOVE WORK-IDEN     TO RPT-IDEN.
006230     MOVE WORK-NOMBRE   TO RPT-NOMBRE.
006240     MOVE WORK-TUTOR    TO RPT-TUTOR.
006250     MOVE WORK-TELEFONO TO RPT-TELEFONO.
006260     EVALUATE TRUE
006270         WHEN WORK-AMBAS
006280             MOVE "REP+S/TEL" TO RPT-MOTIVO
006290         WHEN WORK-REPETIDA
006300             MOVE "REPETIDA"  TO RPT-MOTIVO
006310         WHEN OTHER
006320             MOVE "SIN TEL"   TO RPT-MOTIVO
006330     END-EVALUATE.
006340     WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE.
006350     ADD 1 TO WS-LISTADOS.
006360 3100-EXIT.
006370     EXIT.
006380
006390*----------------------------------------------------------*
006400*  9000-FINALIZAR - Cola del archivo de mensajes (aunque no  *
006410*  haya avisos, el gateway recibe cabecera y cola en cero),  *
006420*  totales de la lista y resumen de la corrida.              *
006430*----------------------------------------------------------*
006440 9000-FINALIZAR.
006450     MOVE SPACES               TO WS-SMS-COLA.
006460     MOVE "03"                 TO SMS-COLA-TIPO.
006470     MOVE WS-MENSAJES-ENVIADOS TO SMS-COLA-MENSAJES.
006480     WRITE MENSAJE-LINEA FROM WS-SMS-COLA.
006490     CLOSE MENSAJE-FILE.
006500
006510     IF DIA-DE-CLASE
006520         MOVE SPACES TO REPORTE-LINEA
006530         WRITE REPORTE-LINEA
006540         MOVE "AUSENCIAS SIN JUSTIFICAR:" TO RPT-TOT-TEXTO
006550         MOVE WS-AUSENCIAS TO RPT-TOT-VALOR
006560         WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL
006570         MOVE "MENSAJES ENVIADOS AL GATEWAY:" TO RPT-TOT-TEXTO
006580         MOVE WS-MENSAJES-ENVIADOS TO RPT-TOT-VALOR
006590         WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL
006600         MOVE "FAMILIAS SIN TELEFONO:" TO RPT-TOT-TEXTO
006610         MOVE WS-SIN-TELEFONO TO RPT-TOT-VALOR
006620         WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL
006630         MOVE "AUSENCIAS REPETIDAS (ESCALADAS):" TO RPT-TOT-TEXTO
006640         MOVE WS-ESCALADOS TO RPT-TOT-VALOR
006650         WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL
006660         CLOSE ESTUDIANTE-FILE
006670         CLOSE ASISTENCIA-FILE
006680         CLOSE AVISO-FILE
006690         CLOSE REPORTE-FILE
006700         IF EMERGENCIA-DISPONIBLE
006710             CLOSE EMERGENCIA-FILE
006720         END-IF
006730     END-IF.
006740
006750     DISPLAY " ".
006760     DISPLAY "---- RESUMEN DE AVISOS DE INASISTENCIA ----".
006770     DISPLAY "FECHA DE LA ASISTENCIA   : " WS-FECHA-PROCESO.
006780     DISPLAY "DIA DE CLASE ANTERIOR    : " WS-FECHA-ANTERIOR.
006790     DISPLAY "ESTUDIANTES REVISADOS    : " WS-ESTUD-REVISADOS.
006800     DISPLAY "AUSENCIAS SIN JUSTIFICAR : " WS-AUSENCIAS.
006810     DISPLAY "YA AVISADOS (REPETICION) : " WS-YA-AVISADOS.
006820     DISPLAY "MENSAJES ENVIADOS        : " WS-MENSAJES-ENVIADOS.
006830     DISPLAY "SIN TELEFONO             : " WS-SIN-TELEFONO.
006840     DISPLAY "ESCALADOS AL COORDINADOR : " WS-ESCALADOS.
006850     IF DIA-DE-CLASE
006860         DISPLAY "GENERACION: " WS-ARCHIVO-REPORTE
006870     END-IF.
006880 9000-EXIT.
006890     EXIT.

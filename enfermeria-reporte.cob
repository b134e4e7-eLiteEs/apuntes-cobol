000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  ENFEREPT                                     *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Resumen mensual de visitas a la enfermeria por curso,     *
000090*  para el comite de salud: recorre ENFEIDX, filtra el mes   *
000100*  pedido y agrupa por el curso de la visita y el            *
000110*  estudiante (via SORT).  Por estudiante da las visitas,    *
000120*  los envios a casa, las visitas con medicamento y las      *
000130*  administradas con alerta de alergia, y marca FRECUENTE a  *
000140*  quien llega a ENFE-VISITAS-FREC visitas en el mes         *
000150*  (SYSPARM, 3 si no esta).  Totaliza por curso y en         *
000160*  general.  Mes en blanco = el mes recien cerrado, como     *
000170*  INCIREPT.  La salida es una generacion fechada via        *
000180*  RPTGEN.                                                   *
000190*----------------------------------------------------------*
000200*  MODIFICATIONS.
000210*  2026-10-15 JFV  Creacion inicial.
000220*----------------------------------------------------------*
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. ENFEREPT.
000250 AUTHOR. J. FIGUEROA VEGA.
000260 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000270 DATE-WRITTEN. 2026-10-15.
000280 DATE-COMPILED.
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT ENFERMERIA-FILE ASSIGN TO "ENFEIDX"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS SEQUENTIAL
000360         RECORD KEY IS ENFE-CLAVE
000370         FILE STATUS IS WS-ENF-STATUS.
000380
000390     SELECT ESTUDIANTE-FILE ASSIGN TO "ESTUDIDX"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS ESTUDIANTE-IDEN
000430         ALTERNATE RECORD KEY IS ESTUDIANTE-NOMBRE
000440             WITH DUPLICATES
000450         FILE STATUS IS WS-STU-STATUS.
000460
000470     SELECT WORK-FILE ASSIGN TO "ENFEWORK"
000480         ORGANIZATION IS SEQUENTIAL.
000490
000500     SELECT REPORTE-FILE ASSIGN TO WS-ARCHIVO-REPORTE
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-RPT-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  ENFERMERIA-FILE.
000570     COPY ENFEREC.
000580
000590 FD  ESTUDIANTE-FILE.
000600     COPY ESTUD.
000610
000620 SD  WORK-FILE.
000630 01  WORK-REC.
000640     05  WORK-CURSO                PIC X(10).
000650     05  WORK-IDEN                 PIC X(05).
000660     05  WORK-FECHA                PIC 9(08).
000670     05  WORK-HORA                 PIC 9(04).
000680     05  WORK-A-CASA               PIC X(01).
000690         88  WORK-ENVIADO-A-CASA           VALUE "S".
000700     05  WORK-CON-MEDICAMENTO      PIC X(01).
000710         88  WORK-MEDICADO                 VALUE "S".
000720     05  WORK-ALERTA               PIC X(01).
000730         88  WORK-CON-ALERTA               VALUE "S".
000740
000750 FD  REPORTE-FILE.
000760 01  REPORTE-LINEA                PIC X(80).
000770
000780 WORKING-STORAGE SECTION.
000790 01  WS-ENF-STATUS                PIC X(02).
000800     88  WS-ENF-OK                        VALUE "00".
000810     88  WS-ENF-FIN-ARCHIVO               VALUE "10".
000820     88  WS-ENF-NO-EXISTE                 VALUE "35".
000830
000840 01  WS-STU-STATUS                PIC X(02).
000850     88  WS-STU-OK                        VALUE "00".
000860
000870 01  WS-RPT-STATUS                PIC X(02).
000880     88  WS-RPT-OK                        VALUE "00".
000890
000900 01  WS-SWITCHES.
000910     05  WS-FIN-SORT              PIC X(01) VALUE "N".
000920         88  FIN-DE-SORT                  VALUE "S".
000930     05  WS-PRIMER-CURSO          PIC X(01) VALUE "S".
000940         88  ES-PRIMER-CURSO              VALUE "S".
000950         88  NO-ES-PRIMER-CURSO           VALUE "N".
000960     05  WS-HAY-VISITAS           PIC X(01) VALUE "N".
000970         88  VISITAS-DISPONIBLES          VALUE "S".
000980
000990 01  WS-ARCHIVO-REPORTE           PIC X(20) VALUE "ENFEREPT".
001000
001010 01  WS-MES-PROCESO               PIC 9(06) VALUE ZERO.
001020 01  WS-ENTRADA-MES               PIC X(06).
001030 01  WS-MES-VISITA                PIC 9(06).
001040 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
001050 01  WS-FECHA-HOY-DES REDEFINES WS-FECHA-HOY.
001060     05  WS-HOY-AAAA              PIC 9(04).
001070     05  WS-HOY-MM                PIC 9(02).
001080     05  WS-HOY-DD                PIC 9(02).
001090 01  WS-VISITAS-FREC              PIC 9(02) VALUE 3.
001100
001110 01  WS-CURSO-ANTERIOR            PIC X(10) VALUE SPACES.
001120 01  WS-IDEN-ANTERIOR             PIC X(05) VALUE SPACES.
001130
001140 01  WS-TOTALES-ESTUDIANTE.
001150     05  WS-EST-VISITAS           PIC 9(05) COMP VALUE ZERO.
001160     05  WS-EST-A-CASA            PIC 9(05) COMP VALUE ZERO.
001170     05  WS-EST-MEDICADAS         PIC 9(05) COMP VALUE ZERO.
001180     05  WS-EST-ALERTAS           PIC 9(05) COMP VALUE ZERO.
001190
001200 01  WS-TOTALES-CURSO.
001210     05  WS-CUR-VISITAS           PIC 9(05) COMP VALUE ZERO.
001220     05  WS-CUR-ESTUDIANTES       PIC 9(05) COMP VALUE ZERO.
001230     05  WS-CUR-A-CASA            PIC 9(05) COMP VALUE ZERO.
001240     05  WS-CUR-MEDICADAS         PIC 9(05) COMP VALUE ZERO.
001250     05  WS-CUR-ALERTAS           PIC 9(05) COMP VALUE ZERO.
001260
001270 01  WS-TOTALES-GENERALES.
001280     05  WS-TOTAL-REGISTROS       PIC 9(07) COMP VALUE ZERO.
001290     05  WS-TOTAL-VISITAS         PIC 9(05) COMP VALUE ZERO.
001300     05  WS-TOTAL-ESTUDIANTES     PIC 9(05) COMP VALUE ZERO.
001310     05  WS-TOTAL-A-CASA          PIC 9(05) COMP VALUE ZERO.
001320     05  WS-TOTAL-MEDICADAS       PIC 9(05) COMP VALUE ZERO.
001330     05  WS-TOTAL-ALERTAS         PIC 9(05) COMP VALUE ZERO.
001340     05  WS-TOTAL-FRECUENTES      PIC 9(05) COMP VALUE ZERO.
001350
001360 01  WS-LINEA-TITULO.
001370     05  FILLER                   PIC X(37)
001380         VALUE "VISITAS A LA ENFERMERIA POR CURSO -".
001390     05  FILLER                   PIC X(05) VALUE " MES ".
001400     05  RPT-MES                  PIC 9(06).
001410     05  FILLER                   PIC X(32) VALUE SPACES.
001420
001430 01  WS-LINEA-ENCABEZADO.
001440     05  FILLER                   PIC X(38)
001450         VALUE "ID    NOMBRE                          ".
001460     05  FILLER                   PIC X(42)
001470         VALUE "VISITAS A CASA  MEDIC. ALERTA".
001480
001490 01  WS-LINEA-CURSO.
001500     05  FILLER                   PIC X(07) VALUE "CURSO: ".
001510     05  RPT-CURSO                PIC X(10).
001520     05  FILLER                   PIC X(01) VALUE SPACE.
001530     05  RPT-CURSO-DESC           PIC X(30).
001540     05  FILLER                   PIC X(32) VALUE SPACES.
001550
001560 01  WS-LINEA-DETALLE.
001570     05  RPT-IDEN                 PIC X(05).
001580     05  FILLER                   PIC X(01) VALUE SPACE.
001590     05  RPT-NOMBRE               PIC X(30).
001600     05  FILLER                   PIC X(06) VALUE SPACES.
001610     05  RPT-VISITAS              PIC ZZ9.
001620     05  FILLER                   PIC X(04) VALUE SPACES.
001630     05  RPT-A-CASA               PIC ZZ9.
001640     05  FILLER                   PIC X(04) VALUE SPACES.
001650     05  RPT-MEDICADAS            PIC ZZ9.
001660     05  FILLER                   PIC X(04) VALUE SPACES.
001670     05  RPT-ALERTAS              PIC ZZ9.
001680     05  FILLER                   PIC X(02) VALUE SPACES.
001690     05  RPT-MARCA                PIC X(09).
001700     05  FILLER                   PIC X(03) VALUE SPACES.
001710
001720 01  WS-LINEA-TOTAL-CURSO.
001730     05  FILLER                   PIC X(18)
001740         VALUE "TOTAL DEL CURSO:  ".
001750     05  RPT-TOT-ESTUDIANTES      PIC ZZZZ9.
001760     05  FILLER                   PIC X(15)
001770         VALUE " ESTUDIANTES   ".
001780     05  RPT-TOT-VISITAS          PIC ZZZZ9.
001790     05  FILLER                   PIC X(02) VALUE SPACES.
001800     05  RPT-TOT-A-CASA           PIC ZZZZ9.
001810     05  FILLER                   PIC X(02) VALUE SPACES.
001820     05  RPT-TOT-MEDICADAS        PIC ZZZZ9.
001830     05  FILLER                   PIC X(02) VALUE SPACES.
001840     05  RPT-TOT-ALERTAS          PIC ZZZZ9.
001850     05  FILLER                   PIC X(16) VALUE SPACES.
001860
001870 01  WS-LINEA-TOTAL.
001880     05  RPT-TOT-TEXTO            PIC X(40).
001890     05  RPT-TOT-VALOR            PIC ZZ,ZZ9.
001900     05  FILLER                   PIC X(34) VALUE SPACES.
001910
001920 01  WS-LINEA-VACIA.
001930     05  FILLER                   PIC X(40)
001940         VALUE "SIN VISITAS A LA ENFERMERIA EN EL MES".
001950     05  FILLER                   PIC X(40) VALUE SPACES.
001960
001970 COPY ERRPARM.
001980
001990 COPY RPTGPARM.
002000
002010 COPY CURSOPARM.
002020
002030 COPY PARMPARM.
002040
002050 PROCEDURE DIVISION.
002060 0000-MAINLINE.
002070     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002080     IF VISITAS-DISPONIBLES
002090         PERFORM 2000-GENERAR-REPORTE THRU 2000-EXIT
002100     END-IF.
002110     PERFORM 8000-TOTALES-GENERALES THRU 8000-EXIT.
002120     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002130     GOBACK.
002140
002150*----------------------------------------------------------*
002160*  1000-INICIALIZAR - Mes a reportar y archivos; sin ENFEIDX *
002170*  el reporte sale vacio.                                    *
002180*----------------------------------------------------------*
002190 1000-INICIALIZAR.
002200     OPEN INPUT ENFERMERIA-FILE.
002210     IF WS-ENF-OK
002220         SET VISITAS-DISPONIBLES TO TRUE
002230     ELSE
002240         IF NOT WS-ENF-NO-EXISTE
002250             MOVE "ENFEREPT"      TO ERRHAND-PROGRAMA
002260             MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
002270             MOVE WS-ENF-STATUS   TO ERRHAND-FILE-STATUS
002280             SET ERRHAND-FATAL TO TRUE
002290             MOVE "ERROR AL ABRIR ENFEIDX" TO ERRHAND-MENSAJE
002300             CALL "ERRHAND" USING ERRHAND-PARM
002310             STOP RUN
002320         END-IF
002330     END-IF.
002340
002350     OPEN INPUT ESTUDIANTE-FILE.
002360     IF NOT WS-STU-OK
002370         MOVE "ENFEREPT"      TO ERRHAND-PROGRAMA
002380         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
002390         MOVE WS-STU-STATUS   TO ERRHAND-FILE-STATUS
002400         SET ERRHAND-FATAL TO TRUE
002410         MOVE "ERROR AL ABRIR ESTUDIDX" TO ERRHAND-MENSAJE
002420         CALL "ERRHAND" USING ERRHAND-PARM
002430         STOP RUN
002440     END-IF.
002450
002460     MOVE "ENFE-VISITAS-FREC" TO PARMLKP-CLAVE.
002470     CALL "PARMLKP" USING PARMLKP-PARM.
002480     IF PARMLKP-ENCONTRADO
002490        AND PARMLKP-VALOR IS NUMERIC
002500         MOVE PARMLKP-VALOR TO WS-VISITAS-FREC
002510     END-IF.
002520
002530     DISPLAY "Mes a reportar AAAAMM (blanco = mes recien"
002540         " cerrado):".
002550     MOVE SPACES TO WS-ENTRADA-MES.
002560     ACCEPT WS-ENTRADA-MES.
002570     IF WS-ENTRADA-MES IS NUMERIC
002580         MOVE WS-ENTRADA-MES TO WS-MES-PROCESO
002590     ELSE
002600         PERFORM 1100-MES-ANTERIOR THRU 1100-EXIT
002610         DISPLAY "SIN MES TECLEADO: SE TOMA " WS-MES-PROCESO
002620     END-IF.
002630
002640     MOVE "ENFEREPT" TO RPTGEN-REPORTE.
002650     CALL "RPTGEN" USING RPTGEN-PARM.
002660     MOVE RPTGEN-ARCHIVO TO WS-ARCHIVO-REPORTE.
002670     OPEN OUTPUT REPORTE-FILE.
002680     MOVE WS-MES-PROCESO TO RPT-MES.
002690     WRITE REPORTE-LINEA FROM WS-LINEA-TITULO.
002700 1000-EXIT.
002710     EXIT.
002720
002730*----------------------------------------------------------*
002740*  1100-MES-ANTERIOR - El mes recien cerrado: el anterior    *
002750*  al de la fecha del sistema.                               *
002760*----------------------------------------------------------*
002770 1100-MES-ANTERIOR.
002780     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
002790     IF WS-HOY-MM = 1
002800         COMPUTE WS-MES-PROCESO =
002810             (WS-HOY-AAAA - 1) * 100 + 12
002820     ELSE
002830         COMPUTE WS-MES-PROCESO =
002840             WS-HOY-AAAA * 100 + WS-HOY-MM - 1
002850     END-IF.
002860 1100-EXIT.
002870     EXIT.
002880
002890*----------------------------------------------------------*
002900*  2000-GENERAR-REPORTE - Filtra el mes, agrupa por curso y  *
002910*  estudiante con SORT y escribe el resumen con sus totales. *
002920*----------------------------------------------------------*
002930 2000-GENERAR-REPORTE.
002940     SORT WORK-FILE
002950         ON ASCENDING KEY WORK-CURSO WORK-IDEN
002960                          WORK-FECHA WORK-HORA
002970         INPUT PROCEDURE IS 2100-SELECCIONAR-MES THRU 2100-EXIT
002980         OUTPUT PROCEDURE IS 2200-IMPRIMIR-CURSOS THRU 2200-EXIT.
002990 2000-EXIT.
003000     EXIT.
003010
003020 2100-SELECCIONAR-MES.
003030     PERFORM 2110-LEER-VISITA THRU 2110-EXIT
003040         UNTIL WS-ENF-FIN-ARCHIVO.
003050 2100-EXIT.
003060     EXIT.
003070
003080 2110-LEER-VISITA.
003090     READ ENFERMERIA-FILE NEXT RECORD
003100         AT END
003110             SET WS-ENF-FIN-ARCHIVO TO TRUE
003120             GO TO 2110-EXIT
003130     END-READ.
003140     ADD 1 TO WS-TOTAL-REGISTROS.
003150     COMPUTE WS-MES-VISITA =
003160         ENFE-FEC-AAAA * 100 + ENFE-FEC-MM.
003170     IF WS-MES-VISITA NOT = WS-MES-PROCESO
003180         GO TO 2110-EXIT
003190     END-IF.
003200     MOVE ENFE-CURSO           TO WORK-CURSO.
003210     MOVE ENFE-IDEN            TO WORK-IDEN.
003220     MOVE ENFE-FECHA           TO WORK-FECHA.
003230     MOVE ENFE-HORA            TO WORK-HORA.
003240     MOVE ENFE-A-CASA          TO WORK-A-CASA.
003250     IF ENFE-MEDICAMENTO = SPACES
003260         MOVE "N" TO WORK-CON-MEDICAMENTO
003270     ELSE
003280         MOVE "S" TO WORK-CON-MEDICAMENTO
003290     END-IF.
003300     MOVE ENFE-ALERTA          TO WORK-ALERTA.
003310     RELEASE WORK-REC.
003320 2110-EXIT.
003330     EXIT.
003340
003350*----------------------------------------------------------*
003360*  2200-IMPRIMIR-CURSOS - Descarga el SORT cortando por      *
003370*  curso y por estudiante; acumula por estudiante, por curso *
003380*  y en total.                                               *
003390*----------------------------------------------------------*
003400 2200-IMPRIMIR-CURSOS.
003410     PERFORM 2210-RETORNAR-UNO THRU 2210-EXIT
003420         UNTIL FIN-DE-SORT.
003430     IF NO-ES-PRIMER-CURSO
003440         PERFORM 2240-RENGLON-ESTUDIANTE THRU 2240-EXIT
003450         PERFORM 2250-TOTAL-DE-CURSO THRU 2250-EXIT
003460     END-IF.
003470 2200-EXIT.
003480     EXIT.
003490
003500 2210-RETORNAR-UNO.
003510     RETURN WORK-FILE
003520         AT END
003530             SET FIN-DE-SORT TO TRUE
003540             GO TO 2210-EXIT
003550     END-RETURN.
003560
003570     IF ES-PRIMER-CURSO
003580         SET NO-ES-PRIMER-CURSO TO TRUE
003590         MOVE WORK-CURSO TO WS-CURSO-ANTERIOR
003600         MOVE WORK-IDEN  TO WS-IDEN-ANTERIOR
003610         PERFORM 2230-ENCABEZAR-CURSO THRU 2230-EXIT
003620     END-IF.
003630     IF WORK-CURSO NOT = WS-CURSO-ANTERIOR
003640         PERFORM 2240-RENGLON-ESTUDIANTE THRU 2240-EXIT
003650         PERFORM 2250-TOTAL-DE-CURSO THRU 2250-EXIT
003660         MOVE WORK-CURSO TO WS-CURSO-ANTERIOR
003670         MOVE WORK-IDEN  TO WS-IDEN-ANTERIOR
003680         PERFORM 2230-ENCABEZAR-CURSO THRU 2230-EXIT
003690     END-IF.
003700     IF WORK-IDEN NOT = WS-IDEN-ANTERIOR
003710         PERFORM 2240-RENGLON-ESTUDIANTE THRU 2240-EXIT
003720         MOVE WORK-IDEN TO WS-IDEN-ANTERIOR
003730     END-IF.
003740
003750     ADD 1 TO WS-EST-VISITAS.
003760     IF WORK-ENVIADO-A-CASA
003770         ADD 1 TO WS-EST-A-CASA
003780     END-IF.
003790     IF WORK-MEDICADO
003800         ADD 1 TO WS-EST-MEDICADAS
003810     END-IF.
003820     IF WORK-CON-ALERTA
003830         ADD 1 TO WS-EST-ALERTAS
003840     END-IF.
003850 2210-EXIT.
003860     EXIT.
003870
003880 2230-ENCABEZAR-CURSO.
003890     SET CURSOCHK-VALIDAR TO TRUE.
003900     MOVE WS-CURSO-ANTERIOR TO CURSOCHK-CODIGO.
003910     CALL "CURSOCHK" USING CURSOCHK-PARM.
003920     MOVE WS-CURSO-ANTERIOR TO RPT-CURSO.
003930     MOVE CURSOCHK-DESCRIPCION TO RPT-CURSO-DESC.
003940     MOVE SPACES TO REPORTE-LINEA.
003950     WRITE REPORTE-LINEA.
003960     WRITE REPORTE-LINEA FROM WS-LINEA-CURSO.
003970     WRITE REPORTE-LINEA FROM WS-LINEA-ENCABEZADO.
003980 2230-EXIT.
003990     EXIT.
004000
004010*----------------------------------------------------------*
004020*  2240-RENGLON-ESTUDIANTE - Renglon del estudiante que      *
004030*  termina y sus sumas al curso y al total.                  *
004040*----------------------------------------------------------*
004050 2240-RENGLON-ESTUDIANTE.
004060     MOVE WS-IDEN-ANTERIOR TO ESTUDIANTE-IDEN.
004070     READ ESTUDIANTE-FILE
004080         INVALID KEY
004090             MOVE SPACES TO ESTUDIANTE-NOMBRE
004100     END-READ.
004110     MOVE WS-IDEN-ANTERIOR  TO RPT-IDEN.
004120     MOVE ESTUDIANTE-NOMBRE TO RPT-NOMBRE.
004130     MOVE WS-EST-VISITAS    TO RPT-VISITAS.
004140     MOVE WS-EST-A-CASA     TO RPT-A-CASA.
004150     MOVE WS-EST-MEDICADAS  TO RPT-MEDICADAS.
004160     MOVE WS-EST-ALERTAS    TO RPT-ALERTAS.
004170     MOVE SPACES TO RPT-MARCA.
004180     IF WS-EST-VISITAS NOT < WS-VISITAS-FREC
004190         MOVE "FRECUENTE" TO RPT-MARCA
004200         ADD 1 TO WS-TOTAL-FRECUENTES
004210     END-IF.
004220     WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE.
004230
004240     ADD 1                TO WS-CUR-ESTUDIANTES.
004250     ADD WS-EST-VISITAS   TO WS-CUR-VISITAS.
004260     ADD WS-EST-A-CASA    TO WS-CUR-A-CASA.
004270     ADD WS-EST-MEDICADAS TO WS-CUR-MEDICADAS.
004280     ADD WS-EST-ALERTAS   TO WS-CUR-ALERTAS.
004290     ADD 1                TO WS-TOTAL-ESTUDIANTES.
004300     ADD WS-EST-VISITAS   TO WS-TOTAL-VISITAS.
004310     ADD WS-EST-A-CASA    TO WS-TOTAL-A-CASA.
004320     ADD WS-EST-MEDICADAS TO WS-TOTAL-MEDICADAS.
004330     ADD WS-EST-ALERTAS   TO WS-TOTAL-ALERTAS.
004340     INITIALIZE WS-TOTALES-ESTUDIANTE.
004350 2240-EXIT.
004360     EXIT.
004370
004380 2250-TOTAL-DE-CURSO.
004390     MOVE WS-CUR-ESTUDIANTES TO RPT-TOT-ESTUDIANTES.
004400     MOVE WS-CUR-VISITAS     TO RPT-TOT-VISITAS.
004410     MOVE WS-CUR-A-CASA      TO RPT-TOT-A-CASA.
004420     MOVE WS-CUR-MEDICADAS   TO RPT-TOT-MEDICADAS.
004430     MOVE WS-CUR-ALERTAS     TO RPT-TOT-ALERTAS.
004440     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL-CURSO.
004450     INITIALIZE WS-TOTALES-CURSO.
004460 2250-EXIT.
004470     EXIT.
004480
004490*----------------------------------------------------------*
004500*  8000-TOTALES-GENERALES - Totales del mes para el comite.  *
004510*----------------------------------------------------------*
004520 8000-TOTALES-GENERALES.
004530     MOVE SPACES TO REPORTE-LINEA.
004540     WRITE REPORTE-LINEA.
004550     IF WS-TOTAL-VISITAS = ZERO
004560         WRITE REPORTE-LINEA FROM WS-LINEA-VACIA
004570         GO TO 8000-EXIT
004580     END-IF.
004590     MOVE "TOTAL DE VISITAS:" TO RPT-TOT-TEXTO.
004600     MOVE WS-TOTAL-VISITAS TO RPT-TOT-VALOR.
004610     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
004620     MOVE "ESTUDIANTES ATENDIDOS:" TO RPT-TOT-TEXTO.
004630     MOVE WS-TOTAL-ESTUDIANTES TO RPT-TOT-VALOR.
004640     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
004650     MOVE "ENVIADOS A CASA:" TO RPT-TOT-TEXTO.
004660     MOVE WS-TOTAL-A-CASA TO RPT-TOT-VALOR.
004670     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
004680     MOVE "VISITAS CON MEDICAMENTO:" TO RPT-TOT-TEXTO.
004690     MOVE WS-TOTAL-MEDICADAS TO RPT-TOT-VALOR.
004700     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
004710     MOVE "MEDICADAS CON ALERTA DE ALERGIA:" TO RPT-TOT-TEXTO.
004720     MOVE WS-TOTAL-ALERTAS TO RPT-TOT-VALOR.
004730     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
004740     MOVE "ESTUDIANTES FRECUENTES:" TO RPT-TOT-TEXTO.
004750     MOVE WS-TOTAL-FRECUENTES TO RPT-TOT-VALOR.
004760     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
004770 8000-EXIT.
004780     EXIT.
004790
004800*----------------------------------------------------------*
004810*  9000-FINALIZAR - Cierra archivos e imprime el resumen     *
004820*----------------------------------------------------------*
004830 9000-FINALIZAR.
004840     IF VISITAS-DISPONIBLES
004850         CLOSE ENFERMERIA-FILE
004860     END-IF.
004870     CLOSE ESTUDIANTE-FILE.
004880     CLOSE REPORTE-FILE.
004890     DISPLAY " ".
004900     DISPLAY "VISITAS LEIDAS     : " WS-TOTAL-REGISTROS.
004910     DISPLAY "VISITAS DEL MES    : " WS-TOTAL-VISITAS.
004920     DISPLAY "GENERACION: " WS-ARCHIVO-REPORTE.
004930 9000-EXIT.
004940     EXIT.

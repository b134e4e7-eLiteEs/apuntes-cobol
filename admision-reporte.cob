000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  ADMIREPT                                     *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Embudo de admisiones por curso solicitado (ADMIDX):       *
000090*  solicitudes, examinadas, aceptadas, rechazadas, sin       *
000100*  decision, inscritas y en lista de espera, con los         *
000110*  porcentajes de paso de cada etapa y el conteo de          *
000120*  rechazos por motivo del catalogo ADMIMOTI.  Pide el anio  *
000130*  de solicitud AAAA (en blanco = todas).  Generacion        *
000140*  fechada via RPTGEN; sin ADMIDX el reporte sale vacio.     *
000150*----------------------------------------------------------*
000160*  MODIFICATIONS.
000170*  2026-10-15 JFV  Creacion inicial.
000180*----------------------------------------------------------*
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ADMIREPT.
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
000310         ACCESS MODE IS SEQUENTIAL
000320         RECORD KEY IS ADMI-NUMERO
000330         FILE STATUS IS WS-ADM-STATUS.
000340
000350     SELECT WORK-FILE ASSIGN TO "ADMIWORK"
000360         ORGANIZATION IS SEQUENTIAL.
000370
000380     SELECT REPORTE-FILE ASSIGN TO WS-ARCHIVO-REPORTE
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-RPT-STATUS.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  ADMISION-FILE.
000450     COPY ADMIREC.
000460
000470 SD  WORK-FILE.
000480 01  WORK-REC.
000490     05  WORK-CURSO                PIC X(10).
000500     05  WORK-NUMERO               PIC 9(06).
000510     05  WORK-ESTADO               PIC X(01).
000520     05  WORK-FEC-EXAMEN           PIC 9(08).
000530     05  WORK-MOTIVO               PIC X(02).
000540
000550 FD  REPORTE-FILE.
000560 01  REPORTE-LINEA                PIC X(80).
000570
000580 WORKING-STORAGE SECTION.
000590 01  WS-ADM-STATUS                PIC X(02).
000600     88  WS-ADM-OK                        VALUE "00".
000610     88  WS-ADM-FIN-ARCHIVO               VALUE "10".
000620     88  WS-ADM-NO-EXISTE                 VALUE "35".
000630
000640 01  WS-RPT-STATUS                PIC X(02).
000650     88  WS-RPT-OK                        VALUE "00".
000660
000670 01  WS-SWITCHES.
000680     05  WS-FIN-SORT              PIC X(01) VALUE "N".
000690         88  FIN-DE-SORT                  VALUE "S".
000700     05  WS-PRIMER-CURSO          PIC X(01) VALUE "S".
000710         88  ES-PRIMER-CURSO              VALUE "S".
000720         88  NO-ES-PRIMER-CURSO           VALUE "N".
000730     05  WS-HAY-SOLICITUDES       PIC X(01) VALUE "N".
000740         88  SOLICITUDES-DISPONIBLES      VALUE "S".
000750
000760 01  WS-ARCHIVO-REPORTE           PIC X(20) VALUE "ADMIREPT".
000770
000780 01  WS-ANIO-PROCESO              PIC 9(04) VALUE ZERO.
000790 01  WS-ENTRADA-ANIO              PIC X(04).
000800
000810 01  WS-CURSO-ANTERIOR            PIC X(10) VALUE SPACES.
000820
000830*  Etapas del embudo: 1 solicitudes, 2 examinadas,
000840*  3 aceptadas (incluye inscritas y en espera), 4 rechazadas,
000850*  5 sin decision, 6 inscritas, 7 en lista de espera.
000860 01  WS-TOTALES-CURSO.
000870     05  WS-CUR-ETAPA             PIC 9(05) COMP
000880                                  OCCURS 7 TIMES.
000890 01  WS-TOTALES-GENERALES.
000900     05  WS-TOT-ETAPA             PIC 9(05) COMP
000910                                  OCCURS 7 TIMES.
000920 01  WS-IDX-ETAPA                 PIC 9(02) COMP.
000930 01  WS-TOTAL-REGISTROS           PIC 9(07) COMP VALUE ZERO.
000940
000950*  Rechazos por motivo, en el orden del catalogo.
000960 01  WS-TABLA-POR-MOTIVO.
000970     05  WS-CONTEO-MOTIVO         PIC 9(05) COMP
000980                                  OCCURS 10 TIMES.
000990 01  WS-IDX-MOTIVO                PIC 9(02) COMP.
001000
001010 01  WS-PORCENTAJE                PIC 9(03)V9(01) VALUE ZERO.
001020
001030 01  WS-LINEA-TITULO.
001040     05  FILLER                   PIC X(39)
001050         VALUE "EMBUDO DE ADMISIONES POR CURSO - ANIO ".
001060     05  RPT-ANIO                 PIC X(06).
001070     05  FILLER                   PIC X(35) VALUE SPACES.
001080
001090 01  WS-LINEA-ENCABEZADO.
001100     05  FILLER                   PIC X(30)
001110         VALUE "CURSO      DESCRIPCION        ".
001120     05  FILLER                   PIC X(42)
001130         VALUE " SOLIC  EXAM  ACEP  RECH  PEND  INSC  ESP.".
001140     05  FILLER                   PIC X(08) VALUE SPACES.
001150
001160 01  WS-LINEA-CURSO.
001170     05  RPT-CURSO                PIC X(10).
001180     05  FILLER                   PIC X(01) VALUE SPACE.
001190     05  RPT-CURSO-DESC           PIC X(18).
001200     05  FILLER                   PIC X(01) VALUE SPACE.
001210     05  RPT-ETAPA-GRUPO          OCCURS 7 TIMES.
001220         10  RPT-ETAPA            PIC ZZZZZ9.
001230     05  FILLER                   PIC X(08) VALUE SPACES.
001240
001250 01  WS-LINEA-PORCENTAJE.
001260     05  RPT-POR-TEXTO            PIC X(40).
001270     05  RPT-POR-VALOR            PIC ZZ9.9.
001280     05  FILLER                   PIC X(02) VALUE " %".
001290     05  FILLER                   PIC X(33) VALUE SPACES.
001300
001310 01  WS-LINEA-MOTIVO.
001320     05  FILLER                   PIC X(04) VALUE SPACES.
001330     05  RPT-MOT-CODIGO           PIC X(02).
001340     05  FILLER                   PIC X(01) VALUE SPACE.
001350     05  RPT-MOT-TEXTO            PIC X(30).
001360     05  FILLER                   PIC X(01) VALUE SPACE.
001370     05  RPT-MOT-CONTEO           PIC ZZZZ9.
001380     05  FILLER                   PIC X(37) VALUE SPACES.
001390
001400 01  WS-LINEA-VACIA.
001410     05  FILLER                   PIC X(40)
001420         VALUE "SIN SOLICITUDES DE ADMISION".
001430     05  FILLER                   PIC X(40) VALUE SPACES.
001440
001450 COPY ADMIMOTI.
001460
001470 COPY ERRPARM.
001480
001490 COPY RPTGPARM.
001500
001510 COPY CURSOPARM.
001520
001530 PROCEDURE DIVISION.
001540 0000-MAINLINE.
001550     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001560     IF SOLICITUDES-DISPONIBLES
001570         PERFORM 2000-GENERAR-REPORTE THRU 2000-EXIT
001580     END-IF.
001590     PERFORM 8000-RESUMEN-EMBUDO THRU 8000-EXIT.
001600     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001610     GOBACK.
001620
001630*----------------------------------------------------------*
001640*  1000-INICIALIZAR - Anio a reportar y archivos; sin ADMIDX *
001650*  el reporte sale vacio.                                    *
001660*----------------------------------------------------------*
001670 1000-INICIALIZAR.
001680     OPEN INPUT ADMISION-FILE.
001690     IF WS-ADM-OK
001700         SET SOLICITUDES-DISPONIBLES TO TRUE
001710     ELSE
001720         IF NOT WS-ADM-NO-EXISTE
001730             MOVE "ADMIREPT"      TO ERRHAND-PROGRAMA
001740             MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001750             MOVE WS-ADM-STATUS   TO ERRHAND-FILE-STATUS
001760             SET ERRHAND-FATAL TO TRUE
001770             MOVE "ERROR AL ABRIR ADMIDX" TO ERRHAND-MENSAJE
001780             CALL "ERRHAND" USING ERRHAND-PARM
001790             STOP RUN
001800         END-IF
001810     END-IF.
001820
001830     DISPLAY "Anio de solicitud AAAA (blanco = todas):".
001840     MOVE SPACES TO WS-ENTRADA-ANIO.
001850     ACCEPT WS-ENTRADA-ANIO.
001860     IF WS-ENTRADA-ANIO IS NUMERIC
001870         MOVE WS-ENTRADA-ANIO TO WS-ANIO-PROCESO
001880         MOVE WS-ENTRADA-ANIO TO RPT-ANIO
001890     ELSE
001900         MOVE ZERO TO WS-ANIO-PROCESO
001910         MOVE "TODOS" TO RPT-ANIO
001920     END-IF.
001930
001940     INITIALIZE WS-TOTALES-CURSO.
001950     INITIALIZE WS-TOTALES-GENERALES.
001960     INITIALIZE WS-TABLA-POR-MOTIVO.
001970     MOVE "ADMIREPT" TO RPTGEN-REPORTE.
001980     CALL "RPTGEN" USING RPTGEN-PARM.
001990     MOVE RPTGEN-ARCHIVO TO WS-ARCHIVO-REPORTE.
002000     OPEN OUTPUT REPORTE-FILE.
002010     WRITE REPORTE-LINEA FROM WS-LINEA-TITULO.
002020 1000-EXIT.
002030     EXIT.
002040
002050*----------------------------------------------------------*
002060*  2000-GENERAR-REPORTE - Filtra el anio, agrupa por curso   *
002070*  con SORT y escribe un renglon por curso.                  *
002080*----------------------------------------------------------*
002090 2000-GENERAR-REPORTE.
002100     SORT WORK-FILE
002110         ON ASCENDING KEY WORK-CURSO WORK-NUMERO
002120         INPUT PROCEDURE IS 2100-SELECCIONAR-ANIO THRU 2100-EXIT
002130         OUTPUT PROCEDURE IS 2200-IMPRIMIR-CURSOS THRU 2200-EXIT.
002140 2000-EXIT.
002150     EXIT.
002160
002170 2100-SELECCIONAR-ANIO.
002180     PERFORM 2110-LEER-SOLICITUD THRU 2110-EXIT
002190         UNTIL WS-ADM-FIN-ARCHIVO.
002200 2100-EXIT.
002210     EXIT.
002220
002230 2110-LEER-SOLICITUD.
002240     READ ADMISION-FILE NEXT RECORD
002250         AT END
002260             SET WS-ADM-FIN-ARCHIVO TO TRUE
002270             GO TO 2110-EXIT
002280     END-READ.
002290     ADD 1 TO WS-TOTAL-REGISTROS.
002300     IF WS-ANIO-PROCESO NOT = ZERO
002310        AND ADMI-SOL-AAAA NOT = WS-ANIO-PROCESO
002320         GO TO 2110-EXIT
002330     END-IF.
002340     MOVE ADMI-CURSO      TO WORK-CURSO.
002350     MOVE ADMI-NUMERO     TO WORK-NUMERO.
002360     MOVE ADMI-ESTADO     TO WORK-ESTADO.
002370     MOVE ADMI-FEC-EXAMEN TO WORK-FEC-EXAMEN.
002380     MOVE ADMI-MOTIVO     TO WORK-MOTIVO.
002390     RELEASE WORK-REC.
002400 2110-EXIT.
002410     EXIT.
002420
002430*----------------------------------------------------------*
002440*  2200-IMPRIMIR-CURSOS - Descarga el SORT cortando por      *
002450*  curso; acumula por curso, por motivo y en total.          *
002460*----------------------------------------------------------*
002470 2200-IMPRIMIR-CURSOS.
002480     WRITE REPORTE-LINEA FROM WS-LINEA-ENCABEZADO.
002490     PERFORM 2210-RETORNAR-UNO THRU 2210-EXIT
002500         UNTIL FIN-DE-SORT.
002510     IF NO-ES-PRIMER-CURSO
002520         PERFORM 2250-TOTAL-DE-CURSO THRU 2250-EXIT
002530     END-IF.
002540 2200-EXIT.
002550     EXIT.
002560
002570 2210-RETORNAR-UNO.
002580     RETURN WORK-FILE
002590         AT END
002600             SET FIN-DE-SORT TO TRUE
002610             GO TO 2210-EXIT
002620     END-RETURN.
002630
002640     IF ES-PRIMER-CURSO
002650         SET NO-ES-PRIMER-CURSO TO TRUE
002660         MOVE WORK-CURSO TO WS-CURSO-ANTERIOR
002670     END-IF.
002680     IF WORK-CURSO NOT = WS-CURSO-ANTERIOR
002690         PERFORM 2250-TOTAL-DE-CURSO THRU 2250-EXIT
002700         MOVE WORK-CURSO TO WS-CURSO-ANTERIOR
002710     END-IF.
002720
002730     ADD 1 TO WS-CUR-ETAPA (1).
002740     IF WORK-FEC-EXAMEN NOT = ZERO
002750         ADD 1 TO WS-CUR-ETAPA (2)
002760     END-IF.
002770     EVALUATE WORK-ESTADO
002780         WHEN "A"
002790             ADD 1 TO WS-CUR-ETAPA (3)
002800         WHEN "I"
002810             ADD 1 TO WS-CUR-ETAPA (3)
002820             ADD 1 TO WS-CUR-ETAPA (6)
002830         WHEN "E"
002840             ADD 1 TO WS-CUR-ETAPA (3)
002850             ADD 1 TO WS-CUR-ETAPA (7)
002860         WHEN "R"
002870             ADD 1 TO WS-CUR-ETAPA (4)
002880             PERFORM 2220-CONTAR-MOTIVO THRU 2220-EXIT
002890         WHEN OTHER
002900             ADD 1 TO WS-CUR-ETAPA (5)
002910     END-EVALUATE.
002920 2210-EXIT.
002930     EXIT.
002940
002950 2220-CONTAR-MOTIVO.
002960     SET ADMIMOTI-IDX TO 1.
002970     SEARCH ADMIMOTI-ENTRADA
002980         AT END
002990             SET ADMIMOTI-IDX TO ADMIMOTI-TOTAL
003000         WHEN ADMIMOTI-CODIGO (ADMIMOTI-IDX) = WORK-MOTIVO
003010             CONTINUE
003020     END-SEARCH.
003030     SET WS-IDX-MOTIVO TO ADMIMOTI-IDX.
003040     ADD 1 TO WS-CONTEO-MOTIVO (WS-IDX-MOTIVO).
003050 2220-EXIT.
003060     EXIT.
003070
003080 2250-TOTAL-DE-CURSO.
003090     SET CURSOCHK-VALIDAR TO TRUE.
003100     MOVE WS-CURSO-ANTERIOR TO CURSOCHK-CODIGO.
003110     CALL "CURSOCHK" USING CURSOCHK-PARM.
003120     MOVE WS-CURSO-ANTERIOR TO RPT-CURSO.
003130     IF CURSOCHK-OK OR CURSOCHK-SIN-CUPO
003140         MOVE CURSOCHK-DESCRIPCION TO RPT-CURSO-DESC
003150     ELSE
003160         MOVE "(NO EN CATALOGO)" TO RPT-CURSO-DESC
003170     END-IF.
003180     PERFORM 2260-PASAR-ETAPA THRU 2260-EXIT
003190         VARYING WS-IDX-ETAPA FROM 1 BY 1
003200         UNTIL WS-IDX-ETAPA > 7.
003210     WRITE REPORTE-LINEA FROM WS-LINEA-CURSO.
003220     INITIALIZE WS-TOTALES-CURSO.
003230 2250-EXIT.
003240     EXIT.
003250
003260 2260-PASAR-ETAPA.
003270     MOVE WS-CUR-ETAPA (WS-IDX-ETAPA)
003280         TO RPT-ETAPA (WS-IDX-ETAPA).
003290     ADD WS-CUR-ETAPA (WS-IDX-ETAPA)
003300         TO WS-TOT-ETAPA (WS-IDX-ETAPA).
003310 2260-EXIT.
003320     EXIT.
003330
003340*----------------------------------------------------------*
003350*  8000-RESUMEN-EMBUDO - Totales, porcentajes de paso entre  *
003360*  etapas y rechazos por motivo.                             *
003370*----------------------------------------------------------*
003380 8000-RESUMEN-EMBUDO.
003390     MOVE SPACES TO REPORTE-LINEA.
003400     WRITE REPORTE-LINEA.
003410     IF WS-TOT-ETAPA (1) = ZERO
003420         WRITE REPORTE-LINEA FROM WS-LINEA-VACIA
003430         GO TO 8000-EXIT
003440     END-IF.
003450     MOVE "TOTAL" TO RPT-CURSO.
003460     MOVE SPACES  TO RPT-CURSO-DESC.
003470     PERFORM 8050-PASAR-TOTAL THRU 8050-EXIT
003480         VARYING WS-IDX-ETAPA FROM 1 BY 1
003490         UNTIL WS-IDX-ETAPA > 7.
003500     WRITE REPORTE-LINEA FROM WS-LINEA-CURSO.
003510     MOVE SPACES TO REPORTE-LINEA.
003520     WRITE REPORTE-LINEA.
003530
003540     MOVE "EXAMINADAS / SOLICITUDES:" TO RPT-POR-TEXTO.
003550     COMPUTE WS-PORCENTAJE ROUNDED =
003560         WS-TOT-ETAPA (2) * 100 / WS-TOT-ETAPA (1).
003570     MOVE WS-PORCENTAJE TO RPT-POR-VALOR.
003580     WRITE REPORTE-LINEA FROM WS-LINEA-PORCENTAJE.
003590
003600     MOVE "ACEPTADAS / EXAMINADAS:" TO RPT-POR-TEXTO.
003610     MOVE ZERO TO WS-PORCENTAJE.
003620     IF WS-TOT-ETAPA (2) > ZERO
003630         COMPUTE WS-PORCENTAJE ROUNDED =
003640             WS-TOT-ETAPA (3) * 100 / WS-TOT-ETAPA (2)
003650     END-IF.
003660     MOVE WS-PORCENTAJE TO RPT-POR-VALOR.
003670     WRITE REPORTE-LINEA FROM WS-LINEA-PORCENTAJE.
003680
003690     MOVE "INSCRITAS / ACEPTADAS:" TO RPT-POR-TEXTO.
003700     MOVE ZERO TO WS-PORCENTAJE.
003710     IF WS-TOT-ETAPA (3) > ZERO
003720         COMPUTE WS-PORCENTAJE ROUNDED =
003730             WS-TOT-ETAPA (6) * 100 / WS-TOT-ETAPA (3)
003740     END-IF.
003750     MOVE WS-PORCENTAJE TO RPT-POR-VALOR.
003760     WRITE REPORTE-LINEA FROM WS-LINEA-PORCENTAJE.
003770
003780     MOVE "INSCRITAS / SOLICITUDES:" TO RPT-POR-TEXTO.
003790     COMPUTE WS-PORCENTAJE ROUNDED =
003800         WS-TOT-ETAPA (6) * 100 / WS-TOT-ETAPA (1).
003810     MOVE WS-PORCENTAJE TO RPT-POR-VALOR.
003820     WRITE REPORTE-LINEA FROM WS-LINEA-PORCENTAJE.
003830
003840     IF WS-TOT-ETAPA (4) = ZERO
003850         GO TO 8000-EXIT
003860     END-IF.
003870     MOVE SPACES TO REPORTE-LINEA.
003880     WRITE REPORTE-LINEA.
003890     MOVE "RECHAZOS POR MOTIVO:" TO REPORTE-LINEA.
003900     WRITE REPORTE-LINEA.
003910     PERFORM 8100-RENGLON-MOTIVO THRU 8100-EXIT
003920         VARYING ADMIMOTI-IDX FROM 1 BY 1
003930         UNTIL ADMIMOTI-IDX > ADMIMOTI-TOTAL.
003940 8000-EXIT.
003950     EXIT.
003960
003970 8050-PASAR-TOTAL.
003980     MOVE WS-TOT-ETAPA (WS-IDX-ETAPA)
003990         TO RPT-ETAPA (WS-IDX-ETAPA).
004000 8050-EXIT.
004010     EXIT.
004020
004030 8100-RENGLON-MOTIVO.
004040     SET WS-IDX-MOTIVO TO ADMIMOTI-IDX.
004050     IF WS-CONTEO-MOTIVO (WS-IDX-MOTIVO) = ZERO
004060         GO TO 8100-EXIT
004070     END-IF.
004080     MOVE ADMIMOTI-CODIGO (ADMIMOTI-IDX) TO RPT-MOT-CODIGO.
004090     MOVE ADMIMOTI-TEXTO (ADMIMOTI-IDX)  TO RPT-MOT-TEXTO.
004100     MOVE WS-CONTEO-MOTIVO (WS-IDX-MOTIVO) TO RPT-MOT-CONTEO.
004110     WRITE REPORTE-LINEA FROM WS-LINEA-MOTIVO.
004120 8100-EXIT.
004130     EXIT.
004140
004150*----------------------------------------------------------*
004160*  9000-FINALIZAR - Cierra archivos e imprime el resumen     *
004170*----------------------------------------------------------*
004180 9000-FINALIZAR.
004190     IF SOLICITUDES-DISPONIBLES
004200         CLOSE ADMISION-FILE
004210     END-IF.
004220     CLOSE REPORTE-FILE.
004230     DISPLAY " ".
004240     DISPLAY "SOLICITUDES LEIDAS  : " WS-TOTAL-REGISTROS.
004250     DISPLAY "SOLICITUDES DEL ANIO: " WS-TOT-ETAPA (1).
004260     DISPLAY "GENERACION: " WS-ARCHIVO-REPORTE.
004270 9000-EXIT.
004280     EXIT.

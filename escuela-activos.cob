000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  ESCACTIV                                    *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Extracto nocturno de estudiantes activos, ordenado por    *
000090*  curso y nombre y enriquecido con la descripcion y nivel   *
000100*  del curso (CURSOCHK), para que los reportes por curso     *
000110*  (ESCREPT, ESCSTAT, ESCLISTA, ESCHORAR, ESCBOLET y         *
000120*  ESCEMERG) no ordenen cada uno el maestro.  Corre en       *
000130*  ESCBATCH despues de ESCRECAL y ESCCUPOS.  El encabezado   *
000140*  (ver ACTVREC) se graba en proceso y se reescribe listo    *
000150*  al final con la secuencia de ESCAUDIT tomada antes de     *
000160*  leer; la rutina ACTVCHK lo usa para decidir si el         *
000170*  extracto sigue al dia (vale mientras todo cambio a        *
000180*  ESTUDIDX deje renglon en ESCAUDIT; las recargas ESCRELD y *
000190*  ESCRECUP vacian el extracto).  Si el extracto no se puede *
000200*  grabar la corrida no falla: los reportes caen al maestro. *
000210*----------------------------------------------------------*
000220*  MODIFICATIONS.
000230*  2026-10-15 JFV  Creacion inicial.
000240*  2026-10-15 JFV  Encabezado: se aclara que cambios cubre
000250*                  la vigencia (ver ACTVCHK).
000260*----------------------------------------------------------*
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. ESCACTIV.
000290 AUTHOR. J. FIGUEROA VEGA.
000300 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000310 DATE-WRITTEN. 2026-10-15.
000320 DATE-COMPILED.
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT ESTUDIANTE-FILE ASSIGN TO "ESTUDIDX"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS ESTUDIANTE-IDEN
000410         ALTERNATE RECORD KEY IS ESTUDIANTE-NOMBRE
000420             WITH DUPLICATES
000430         FILE STATUS IS WS-STU-STATUS.
000440
000450     SELECT EXTRACTO-FILE ASSIGN TO "ESCACTIV"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-EXT-STATUS.
000480
000490     SELECT WORK-FILE ASSIGN TO "ACTVWORK".
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  ESTUDIANTE-FILE.
000540     COPY ESTUD.
000550
000560 FD  EXTRACTO-FILE.
000570     COPY ACTVREC.
000580
000590 SD  WORK-FILE.
000600     COPY ACTVREC REPLACING LEADING ==ACTV-== BY ==WORK-==.
000610
000620 WORKING-STORAGE SECTION.
000630 01  WS-STU-STATUS                PIC X(02).
000640     88  WS-STU-OK                        VALUE "00".
000650     88  WS-STU-FIN-ARCHIVO               VALUE "10".
000660
000670 01  WS-EXT-STATUS                PIC X(02).
000680     88  WS-EXT-OK                        VALUE "00".
000690
000700 01  WS-SWITCHES.
000710     05  WS-FIN-SORT              PIC X(01) VALUE "N".
000720         88  FIN-DE-SORT                  VALUE "S".
000730     05  WS-EXTRACTO-ABIERTO      PIC X(01) VALUE "N".
000740         88  EXTRACTO-ABIERTO             VALUE "S".
000750
000760 01  WS-SECUENCIA-BASE            PIC 9(09) VALUE ZERO.
000770 01  WS-FECHA-SISTEMA             PIC 9(08).
000780 01  WS-HORA-SISTEMA              PIC 9(08).
000790 01  WS-HORA-R REDEFINES WS-HORA-SISTEMA.
000800     05  WS-HORA-HHMMSS           PIC 9(06).
000810     05  FILLER                   PIC 9(02).
000820
000830 01  WS-CURSO-ANTERIOR            PIC X(10) VALUE HIGH-VALUES.
000840 01  WS-CURSO-DESC                PIC X(30).
000850 01  WS-CURSO-NIVEL               PIC 9(02).
000860
000870 01  WS-CONTADORES.
000880     05  WS-ESTUD-LEIDOS          PIC 9(07) COMP VALUE ZERO.
000890     05  WS-ESTUD-EXTRAIDOS       PIC 9(07) COMP VALUE ZERO.
000900     05  WS-CURSOS-EXTRAIDOS      PIC 9(05) COMP VALUE ZERO.
000910     05  WS-CURSOS-SIN-CATALOGO   PIC 9(05) COMP VALUE ZERO.
000920
000930 COPY ERRPARM.
000940
000950 COPY CADEPARM.
000960
000970 COPY CURSOPARM.
000980
000990 PROCEDURE DIVISION.
001000 0000-MAINLINE.
001010     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001020     PERFORM 2000-EXTRAER-ACTIVOS THRU 2000-EXIT.
001030     PERFORM 3000-CERRAR-EXTRACTO THRU 3000-EXIT.
001040     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001050     STOP RUN.
001060
001070*----------------------------------------------------------*
001080*  1000-INICIALIZAR - Toma la secuencia de ESCAUDIT antes    *
001090*  de leer el maestro y abre el extracto con su encabezado   *
001100*  en proceso.                                                *
001110*----------------------------------------------------------*
001120 1000-INICIALIZAR.
001130     MOVE "ESCAUDIT" TO AUDCADEN-ARCHIVO.
001140     MOVE 129 TO AUDCADEN-POSICION.
001150     SET AUDCADEN-ULTIMO TO TRUE.
001160     CALL "AUDCADEN" USING AUDCADEN-PARM.
001170     MOVE AUDCADEN-SECUENCIA TO WS-SECUENCIA-BASE.
001180
001190     OPEN INPUT ESTUDIANTE-FILE.
001200     IF NOT WS-STU-OK
001210         MOVE "ESCACTIV"      TO ERRHAND-PROGRAMA
001220         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001230         MOVE WS-STU-STATUS   TO ERRHAND-FILE-STATUS
001240         SET ERRHAND-FATAL TO TRUE
001250         MOVE "ERROR AL ABRIR ESTUDIDX" TO ERRHAND-MENSAJE
001260         CALL "ERRHAND" USING ERRHAND-PARM
001270         STOP RUN
001280     END-IF.
001290
001300     ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
001310     ACCEPT WS-HORA-SISTEMA FROM TIME.
001320     OPEN OUTPUT EXTRACTO-FILE.
001330     IF NOT WS-EXT-OK
001340         DISPLAY "NO SE PUDO ABRIR ESCACTIV, STATUS "
001350             WS-EXT-STATUS ": LOS REPORTES LEERAN ESTUDIDX"
001360         GO TO 1000-EXIT
001370     END-IF.
001380     SET EXTRACTO-ABIERTO TO TRUE.
001390
001400     MOVE SPACES TO ACTV-REC.
001410     SET ACTV-ENCABEZADO TO TRUE.
001420     MOVE WS-FECHA-SISTEMA  TO ACTV-ENC-FECHA.
001430     MOVE WS-HORA-HHMMSS    TO ACTV-ENC-HORA.
001440     MOVE WS-SECUENCIA-BASE TO ACTV-ENC-SECUENCIA.
001450     MOVE ZERO              TO ACTV-ENC-TOTAL.
001460     SET ACTV-ENC-EN-PROCESO TO TRUE.
001470     WRITE ACTV-REC.
001480 1000-EXIT.
001490     EXIT.
001500
001510*----------------------------------------------------------*
001520*  2000-EXTRAER-ACTIVOS - Ordena los activos por curso,      *
001530*  nombre e ID (el ID desempata homonimos del mismo curso).  *
001540*----------------------------------------------------------*
001550 2000-EXTRAER-ACTIVOS.
001560     IF NOT EXTRACTO-ABIERTO
001570         GO TO 2000-EXIT
001580     END-IF.
001590     SORT WORK-FILE
001600         ON ASCENDING KEY WORK-CURSO WORK-NOMBRE WORK-IDEN
001610         INPUT PROCEDURE IS 2100-CARGAR-ACTIVOS THRU 2100-EXIT
001620         OUTPUT PROCEDURE IS 2200-GRABAR-EXTRACTO THRU 2200-EXIT.
001630 2000-EXIT.
001640     EXIT.
001650
001660 2100-CARGAR-ACTIVOS.
001670     PERFORM 2110-LEER-ESTUDIANTE THRU 2110-EXIT
001680         UNTIL WS-STU-FIN-ARCHIVO.
001690 2100-EXIT.
001700     EXIT.
001710
001720 2110-LEER-ESTUDIANTE.
001730     READ ESTUDIANTE-FILE NEXT RECORD
001740         AT END
001750             SET WS-STU-FIN-ARCHIVO TO TRUE
001760             GO TO 2110-EXIT
001770     END-READ.
001780     ADD 1 TO WS-ESTUD-LEIDOS.
001790     IF NOT ESTUDIANTE-ACTIVO
001800         GO TO 2110-EXIT
001810     END-IF.
001820     MOVE SPACES TO WORK-REC.
001830     SET WORK-DETALLE TO TRUE.
001840     MOVE ESTUDIANTE-CURSO     TO WORK-CURSO.
001850     MOVE ESTUDIANTE-NOMBRE    TO WORK-NOMBRE.
001860     MOVE ESTUDIANTE-IDEN      TO WORK-IDEN.
001870     MOVE ESTUDIANTE-PROMEDIO  TO WORK-PROMEDIO.
001880     MOVE ESTUDIANTE-EDAD      TO WORK-EDAD.
001890     MOVE ESTUDIANTE-TUTOR     TO WORK-TUTOR.
001900     MOVE ESTUDIANTE-FEC-NACIMIENTO TO WORK-FEC-NACIMIENTO.
001910     MOVE ZERO                 TO WORK-NIVEL.
001920     RELEASE WORK-REC.
001930 2110-EXIT.
001940     EXIT.
001950
001960 2200-GRABAR-EXTRACTO.
001970     PERFORM 2210-RETORNAR-UNO THRU 2210-EXIT
001980         UNTIL FIN-DE-SORT.
001990 2200-EXIT.
002000     EXIT.
002010
002020*----------------------------------------------------------*
002030*  2210-RETORNAR-UNO - Un CURSOCHK por corte de curso; un    *
002040*  curso fuera del catalogo sale igual, con nivel cero.      *
002050*----------------------------------------------------------*
002060 2210-RETORNAR-UNO.
002070     RETURN WORK-FILE
002080         AT END
002090             SET FIN-DE-SORT TO TRUE
002100             GO TO 2210-EXIT
002110     END-RETURN.
002120
002130     IF WORK-CURSO NOT = WS-CURSO-ANTERIOR
002140         MOVE WORK-CURSO TO WS-CURSO-ANTERIOR
002150         ADD 1 TO WS-CURSOS-EXTRAIDOS
002160         SET CURSOCHK-VALIDAR TO TRUE
002170         MOVE WORK-CURSO TO CURSOCHK-CODIGO
002180         CALL "CURSOCHK" USING CURSOCHK-PARM
002190         IF CURSOCHK-NO-EXISTE OR CURSOCHK-ERROR-ARCHIVO
002200             ADD 1 TO WS-CURSOS-SIN-CATALOGO
002210             MOVE SPACES TO WS-CURSO-DESC
002220             MOVE ZERO   TO WS-CURSO-NIVEL
002230         ELSE
002240             MOVE CURSOCHK-DESCRIPCION TO WS-CURSO-DESC
002250             MOVE CURSOCHK-NIVEL       TO WS-CURSO-NIVEL
002260         END-IF
002270     END-IF.
002280
002290     MOVE WS-CURSO-DESC  TO WORK-CURSO-DESC.
002300     MOVE WS-CURSO-NIVEL TO WORK-NIVEL.
002310     WRITE ACTV-REC FROM WORK-REC.
002320     ADD 1 TO WS-ESTUD-EXTRAIDOS.
002330 2210-EXIT.
002340     EXIT.
002350
002360*----------------------------------------------------------*
002370*  3000-CERRAR-EXTRACTO - Reabre el extracto y deja el       *
002380*  encabezado listo con el total; hasta aqui los reportes    *
002390*  lo ven incompleto y leen el maestro.                      *
002400*----------------------------------------------------------*
002410 3000-CERRAR-EXTRACTO.
002420     IF NOT EXTRACTO-ABIERTO
002430         GO TO 3000-EXIT
002440     END-IF.
002450     CLOSE EXTRACTO-FILE.
002460     OPEN I-O EXTRACTO-FILE.
002470     IF NOT WS-EXT-OK
002480         DISPLAY "NO SE PUDO REABRIR ESCACTIV, STATUS "
002490             WS-EXT-STATUS ": QUEDA INCOMPLETO"
002500         GO TO 3000-EXIT
002510     END-IF.
002520     READ EXTRACTO-FILE
002530         AT END
002540             MOVE "10" TO WS-EXT-STATUS
002550     END-READ.
002560     IF WS-EXT-OK AND ACTV-ENCABEZADO
002570         MOVE WS-ESTUD-EXTRAIDOS TO ACTV-ENC-TOTAL
002580         SET ACTV-ENC-LISTO TO TRUE
002590         REWRITE ACTV-REC
002600     END-IF.
002610     IF NOT WS-EXT-OK
002620         DISPLAY "NO SE PUDO MARCAR ESCACTIV LISTO, STATUS "
002630             WS-EXT-STATUS
002640     END-IF.
002650     CLOSE EXTRACTO-FILE.
002660 3000-EXIT.
002670     EXIT.
002680
002690*----------------------------------------------------------*
002700*  9000-FINALIZAR - Cierra el maestro e imprime el resumen   *
002710*----------------------------------------------------------*
002720 9000-FINALIZAR.
002730     CLOSE ESTUDIANTE-FILE.
002740     DISPLAY " ".
002750     DISPLAY "ESTUDIANTES LEIDOS:     " WS-ESTUD-LEIDOS.
002760     DISPLAY "ACTIVOS EXTRAIDOS:      " WS-ESTUD-EXTRAIDOS.
002770     DISPLAY "CURSOS EXTRAIDOS:       " WS-CURSOS-EXTRAIDOS.
002780     DISPLAY "CURSOS SIN CATALOGO:    " WS-CURSOS-SIN-CATALOGO.
002790     DISPLAY "SECUENCIA ESCAUDIT:     " WS-SECUENCIA-BASE.
002800 9000-EXIT.
002810     EXIT.

000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  ADMICIER                                     *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Cierre de admisiones: cada solicitud ACEPTADA de ADMIDX   *
000090*  recibe su numero de estudiante (el siguiente al mayor     *
000100*  numerico de ESTUDIDX, ESCHISTX y los ya asignados en      *
000110*  ADMIDX).  Si su curso tiene lugar se escribe como         *
000120*  registro ESCLOAD para ESCEDITA/ESCCARGA, igual que las    *
000130*  reinscripciones de CAMPCIER, y queda INSCRITA; si el      *
000140*  curso esta lleno se anota en la lista de espera ESPERIDX  *
000150*  via ESPERCHK y queda EN ESPERA con su turno.  Los lugares *
000160*  se cuentan contra la capacidad e inscritos de CURSOIDX    *
000170*  mas los ubicados en esta misma corrida.  En ambos casos   *
000180*  queda la carta pendiente para ADMICART.                   *
000190*  RC 4 si alguna aceptada no se pudo cerrar (curso que ya   *
000200*  no existe, error al anotar en la lista de espera): sigue  *
000210*  ACEPTADA y entra en el siguiente cierre.                  *
000220*----------------------------------------------------------*
000230*  MODIFICATIONS.
000240*  2026-10-15 JFV  Creacion inicial.
000250*----------------------------------------------------------*
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. ADMICIER.
000280 AUTHOR. J. FIGUEROA VEGA.
000290 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000300 DATE-WRITTEN. 2026-10-15.
000310 DATE-COMPILED.
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT ADMISION-FILE ASSIGN TO "ADMIDX"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS ADMI-NUMERO
000400         FILE STATUS IS WS-ADM-STATUS.
000410
000420     SELECT ESTUDIANTE-FILE ASSIGN TO "ESTUDIDX"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS ESTUDIANTE-IDEN OF ESTUDIANTE-REC-M
000460         ALTERNATE RECORD KEY IS ESTUDIANTE-NOMBRE
000470             OF ESTUDIANTE-REC-M WITH DUPLICATES
000480         FILE STATUS IS WS-STU-STATUS.
000490
000500     SELECT HISTORICO-FILE ASSIGN TO "ESCHISTX"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS SEQUENTIAL
000530         RECORD KEY IS HIST-CLAVE
000540         FILE STATUS IS WS-HST-STATUS.
000550
000560     SELECT CARGA-FILE ASSIGN TO "ESCLOAD"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-CRG-STATUS.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  ADMISION-FILE.
000630     COPY ADMIREC.
000640
000650 FD  ESTUDIANTE-FILE.
000660     COPY ESTUD REPLACING ESTUDIANTE-REC BY ESTUDIANTE-REC-M.
000670
000680 FD  HISTORICO-FILE.
000690     COPY HISTREC.
000700
000710 FD  CARGA-FILE.
000720     COPY ESTUD.
000730
000740 WORKING-STORAGE SECTION.
000750 01  WS-ADM-STATUS                PIC X(02).
000760     88  WS-ADM-OK                        VALUE "00".
000770     88  WS-ADM-FIN-ARCHIVO               VALUE "10".
000780
000790 01  WS-STU-STATUS                PIC X(02).
000800     88  WS-STU-OK                        VALUE "00".
000810     88  WS-STU-FIN-ARCHIVO               VALUE "10".
000820
000830 01  WS-HST-STATUS                PIC X(02).
000840     88  WS-HST-OK                        VALUE "00".
000850     88  WS-HST-FIN-ARCHIVO               VALUE "10".
000860
000870 01  WS-CRG-STATUS                PIC X(02).
000880     88  WS-CRG-OK                        VALUE "00".
000890
000900 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
000910
000920*  Numero de estudiante: el mayor numerico ya usado y el
000930*  que se esta probando o asignando.
000940 01  WS-ULTIMO-IDEN               PIC 9(05) VALUE ZERO.
000950 01  WS-IDEN-PRUEBA               PIC X(05).
000960 01  WS-IDEN-NUMERO REDEFINES WS-IDEN-PRUEBA
000970                                  PIC 9(05).
000980
000990*  Cursos tocados en la corrida, con los lugares que ya
001000*  tomaron las aceptadas anteriores.
001010 01  WS-TOTAL-CURSOS              PIC 9(03) COMP VALUE ZERO.
001020 01  WS-TABLA-CURSOS.
001030     05  WS-CURSO-ENTRADA OCCURS 50 TIMES
001040                          INDEXED BY WS-CUR-IDX.
001050         10  WS-CUR-CODIGO        PIC X(10).
001060         10  WS-CUR-CAPACIDAD     PIC 9(03).
001070         10  WS-CUR-INSCRITOS     PIC 9(03).
001080         10  WS-CUR-UBICADOS      PIC 9(03).
001090
001100 01  WS-SWITCHES.
001110     05  WS-CURSO-HALLADO         PIC X(01) VALUE "N".
001120         88  CURSO-HALLADO                VALUE "S".
001130
001140 01  WS-CONTADORES.
001150     05  WS-INSCRITAS             PIC 9(05) COMP VALUE ZERO.
001160     05  WS-EN-ESPERA             PIC 9(05) COMP VALUE ZERO.
001170     05  WS-SIN-CERRAR            PIC 9(05) COMP VALUE ZERO.
001180     05  WS-RECHAZADAS            PIC 9(05) COMP VALUE ZERO.
001190     05  WS-PENDIENTES            PIC 9(05) COMP VALUE ZERO.
001200     05  WS-YA-CERRADAS           PIC 9(05) COMP VALUE ZERO.
001210
001220 COPY ERRPARM.
001230
001240 COPY EDCLPARM.
001250
001260 COPY CURSOPARM.
001270
001280 COPY ESPERPARM.
001290
001300 PROCEDURE DIVISION.
001310 0000-MAINLINE.
001320     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001330     PERFORM 2000-CERRAR-SOLICITUDES THRU 2000-EXIT
001340         UNTIL WS-ADM-FIN-ARCHIVO.
001350     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001360     STOP RUN.
001370
001380*----------------------------------------------------------*
001390*  1000-INICIALIZAR - Abre las solicitudes, busca el mayor   *
001400*  numero de estudiante ya usado y abre el archivo de carga. *
001410*----------------------------------------------------------*
001420 1000-INICIALIZAR.
001430     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
001440
001450     OPEN I-O ADMISION-FILE.
001460     IF WS-ADM-STATUS = "35"
001470         DISPLAY "ADMICIER: NO HAY SOLICITUDES DE ADMISION"
001480         STOP RUN
001490     END-IF.
001500     IF NOT WS-ADM-OK
001510         MOVE "ADMICIER"      TO ERRHAND-PROGRAMA
001520         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001530         MOVE WS-ADM-STATUS   TO ERRHAND-FILE-STATUS
001540         SET ERRHAND-FATAL TO TRUE
001550         MOVE "ERROR AL ABRIR ADMIDX" TO ERRHAND-MENSAJE
001560         CALL "ERRHAND" USING ERRHAND-PARM
001570         MOVE 8 TO RETURN-CODE
001580         STOP RUN
001590     END-IF.
001600
001610     OPEN INPUT ESTUDIANTE-FILE.
001620     IF NOT WS-STU-OK
001630         MOVE "ADMICIER"      TO ERRHAND-PROGRAMA
001640         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001650         MOVE WS-STU-STATUS   TO ERRHAND-FILE-STATUS
001660         SET ERRHAND-FATAL TO TRUE
001670         MOVE "ERROR AL ABRIR ESTUDIDX" TO ERRHAND-MENSAJE
001680         CALL "ERRHAND" USING ERRHAND-PARM
001690         MOVE 8 TO RETURN-CODE
001700         STOP RUN
001710     END-IF.
001720     PERFORM 1100-REVISAR-ESTUDIANTE THRU 1100-EXIT
001730         UNTIL WS-STU-FIN-ARCHIVO.
001740     CLOSE ESTUDIANTE-FILE.
001750
001760*    El historico puede no existir todavia (primer anio).
001770     OPEN INPUT HISTORICO-FILE.
001780     IF WS-HST-OK
001790         PERFORM 1200-REVISAR-HISTORICO THRU 1200-EXIT
001800             UNTIL WS-HST-FIN-ARCHIVO
001810         CLOSE HISTORICO-FILE
001820     END-IF.
001830
001840     PERFORM 1300-REVISAR-ASIGNADOS THRU 1300-EXIT
001850         UNTIL WS-ADM-FIN-ARCHIVO.
001860     MOVE ZERO TO ADMI-NUMERO.
001870     START ADMISION-FILE KEY IS NOT LESS THAN ADMI-NUMERO
001880         INVALID KEY
001890             SET WS-ADM-FIN-ARCHIVO TO TRUE
001900         NOT INVALID KEY
001910             MOVE "00" TO WS-ADM-STATUS
001920     END-START.
001930     DISPLAY "ADMICIER: ULTIMO NUMERO DE ESTUDIANTE USADO "
001940         WS-ULTIMO-IDEN.
001950
001960     OPEN EXTEND CARGA-FILE.
001970     IF NOT WS-CRG-OK
001980         OPEN OUTPUT CARGA-FILE
001990     END-IF.
002000     IF NOT WS-CRG-OK
002010         MOVE "ADMICIER"      TO ERRHAND-PROGRAMA
002020         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
002030         MOVE WS-CRG-STATUS   TO ERRHAND-FILE-STATUS
002040         SET ERRHAND-FATAL TO TRUE
002050         MOVE "ERROR AL ABRIR ESCLOAD" TO ERRHAND-MENSAJE
002060         CALL "ERRHAND" USING ERRHAND-PARM
002070         MOVE 8 TO RETURN-CODE
002080         STOP RUN
002090     END-IF.
002100 1000-EXIT.
002110     EXIT.
002120
002130 1100-REVISAR-ESTUDIANTE.
002140     READ ESTUDIANTE-FILE NEXT RECORD
002150         AT END
002160             SET WS-STU-FIN-ARCHIVO TO TRUE
002170             GO TO 1100-EXIT
002180     END-READ.
002190     MOVE ESTUDIANTE-IDEN OF ESTUDIANTE-REC-M TO WS-IDEN-PRUEBA.
002200     PERFORM 1400-COMPARAR-IDEN THRU 1400-EXIT.
002210 1100-EXIT.
002220     EXIT.
002230
002240 1200-REVISAR-HISTORICO.
002250     READ HISTORICO-FILE NEXT RECORD
002260         AT END
002270             SET WS-HST-FIN-ARCHIVO TO TRUE
002280             GO TO 1200-EXIT
002290     END-READ.
002300     MOVE HIST-IDEN TO WS-IDEN-PRUEBA.
002310     PERFORM 1400-COMPARAR-IDEN THRU 1400-EXIT.
002320 1200-EXIT.
002330     EXIT.
002340
002350*    Los asignados en cierres anteriores pueden estar aun en
002360*    un ESCLOAD que no ha pasado por ESCCARGA.
002370 1300-REVISAR-ASIGNADOS.
002380     READ ADMISION-FILE NEXT RECORD
002390         AT END
002400             SET WS-ADM-FIN-ARCHIVO TO TRUE
002410             GO TO 1300-EXIT
002420     END-READ.
002430     IF ADMI-IDEN-ASIGNADO NOT = SPACES
002440         MOVE ADMI-IDEN-ASIGNADO TO WS-IDEN-PRUEBA
002450         PERFORM 1400-COMPARAR-IDEN THRU 1400-EXIT
002460     END-IF.
002470 1300-EXIT.
002480     EXIT.
002490
002500 1400-COMPARAR-IDEN.
002510     IF WS-IDEN-PRUEBA IS NUMERIC
002520         IF WS-IDEN-NUMERO > WS-ULTIMO-IDEN
002530             MOVE WS-IDEN-NUMERO TO WS-ULTIMO-IDEN
002540         END-IF
002550     END-IF.
002560 1400-EXIT.
002570     EXIT.
002580
002590*----------------------------------------------------------*
002600*  2000-CERRAR-SOLICITUDES - Solo se cierran las aceptadas;  *
002610*  las demas solo se cuentan.                                *
002620*----------------------------------------------------------*
002630 2000-CERRAR-SOLICITUDES.
002640     READ ADMISION-FILE NEXT RECORD
002650         AT END
002660             SET WS-ADM-FIN-ARCHIVO TO TRUE
002670             GO TO 2000-EXIT
002680     END-READ.
002690
002700     EVALUATE TRUE
002710         WHEN ADMI-ACEPTADA
002720             PERFORM 2100-UBICAR-ASPIRANTE THRU 2100-EXIT
002730         WHEN ADMI-RECHAZADA
002740             ADD 1 TO WS-RECHAZADAS
002750         WHEN ADMI-CERRADA
002760             ADD 1 TO WS-YA-CERRADAS
002770         WHEN OTHER
002780             ADD 1 TO WS-PENDIENTES
002790     END-EVALUATE.
002800 2000-EXIT.
002810     EXIT.
002820
002830*----------------------------------------------------------*
002840*  2100-UBICAR-ASPIRANTE - Numero de estudiante, y ESCLOAD   *
002850*  o lista de espera segun el lugar que quede en el curso.   *
002860*----------------------------------------------------------*
002870 2100-UBICAR-ASPIRANTE.
002880     PERFORM 2200-BUSCAR-CURSO THRU 2200-EXIT.
002890     IF NOT CURSO-HALLADO
002900         ADD 1 TO WS-SIN-CERRAR
002910         GO TO 2100-EXIT
002920     END-IF.
002930     IF WS-ULTIMO-IDEN = 99999
002940         DISPLAY "ADMICIER: SIN NUMEROS DE ESTUDIANTE LIBRES; "
002950             "SOLICITUD " ADMI-NUMERO " QUEDA ACEPTADA"
002960         ADD 1 TO WS-SIN-CERRAR
002970         GO TO 2100-EXIT
002980     END-IF.
002990     ADD 1 TO WS-ULTIMO-IDEN.
003000     MOVE WS-ULTIMO-IDEN TO WS-IDEN-NUMERO.
003010
003020     IF WS-CUR-CAPACIDAD (WS-CUR-IDX) >
003030        WS-CUR-INSCRITOS (WS-CUR-IDX)
003040        + WS-CUR-UBICADOS (WS-CUR-IDX)
003050         PERFORM 2300-ESCRIBIR-CARGA THRU 2300-EXIT
003060         ADD 1 TO WS-CUR-UBICADOS (WS-CUR-IDX)
003070         SET ADMI-INSCRITA TO TRUE
003080         ADD 1 TO WS-INSCRITAS
003090     ELSE
003100         SET ESPERCHK-ANOTAR TO TRUE
003110         MOVE ADMI-CURSO     TO ESPERCHK-CURSO
003120         MOVE WS-IDEN-PRUEBA TO ESPERCHK-IDEN
003130         MOVE ADMI-NOMBRE    TO ESPERCHK-NOMBRE
003140         MOVE ADMI-TUTOR     TO ESPERCHK-TUTOR
003150         CALL "ESPERCHK" USING ESPERCHK-PARM
003160         IF NOT ESPERCHK-OK
003170             SUBTRACT 1 FROM WS-ULTIMO-IDEN
003180             MOVE "ADMICIER"      TO ERRHAND-PROGRAMA
003190             MOVE "2100-UBICAR-ASPIRANTE" TO ERRHAND-PARRAFO
003200             MOVE SPACES          TO ERRHAND-FILE-STATUS
003210             SET ERRHAND-ADVERTENCIA TO TRUE
003220             MOVE "NO SE PUDO ANOTAR EN ESPERIDX; QUEDA ACEPTADA"
003230                 TO ERRHAND-MENSAJE
003240             CALL "ERRHAND" USING ERRHAND-PARM
003250             ADD 1 TO WS-SIN-CERRAR
003260             GO TO 2100-EXIT
003270         END-IF
003280         MOVE ESPERCHK-SECUENCIA TO ADMI-TURNO-ESPERA
003290         SET ADMI-EN-ESPERA TO TRUE
003300         ADD 1 TO WS-EN-ESPERA
003310     END-IF.
003320
003330     MOVE WS-IDEN-PRUEBA TO ADMI-IDEN-ASIGNADO.
003340     MOVE WS-FECHA-HOY   TO ADMI-FEC-CIERRE.
003350     SET ADMI-CARTA-PENDIENTE TO TRUE.
003360     MOVE ZERO           TO ADMI-FEC-CARTA.
003370     REWRITE ADMI-REC
003380         INVALID KEY
003390             MOVE "ADMICIER"      TO ERRHAND-PROGRAMA
003400             MOVE "2100-UBICAR-ASPIRANTE" TO ERRHAND-PARRAFO
003410             MOVE WS-ADM-STATUS   TO ERRHAND-FILE-STATUS
003420             SET ERRHAND-FATAL TO TRUE
003430             MOVE "ERROR AL ACTUALIZAR ADMIDX" TO ERRHAND-MENSAJE
003440             CALL "ERRHAND" USING ERRHAND-PARM
003450             MOVE 8 TO RETURN-CODE
003460             STOP RUN
003470     END-REWRITE.
003480 2100-EXIT.
003490     EXIT.
003500
003510*----------------------------------------------------------*
003520*  2200-BUSCAR-CURSO - El curso en la tabla de la corrida;   *
003530*  la primera vez se toman capacidad e inscritos de          *
003540*  CURSOIDX via CURSOCHK.                                    *
003550*----------------------------------------------------------*
003560 2200-BUSCAR-CURSO.
003570     MOVE "N" TO WS-CURSO-HALLADO.
003580     SET WS-CUR-IDX TO 1.
003590     SEARCH WS-CURSO-ENTRADA
003600         AT END
003610             CONTINUE
003620         WHEN WS-CUR-IDX > WS-TOTAL-CURSOS
003630             CONTINUE
003640         WHEN WS-CUR-CODIGO (WS-CUR-IDX) = ADMI-CURSO
003650             SET CURSO-HALLADO TO TRUE
003660     END-SEARCH.
003670     IF CURSO-HALLADO
003680         GO TO 2200-EXIT
003690     END-IF.
003700     IF WS-TOTAL-CURSOS = 50
003710         DISPLAY "ADMICIER: MAS DE 50 CURSOS EN LA CORRIDA; "
003720             "SOLICITUD " ADMI-NUMERO " QUEDA ACEPTADA"
003730         GO TO 2200-EXIT
003740     END-IF.
003750
003760     SET CURSOCHK-VALIDAR TO TRUE.
003770     MOVE ADMI-CURSO TO CURSOCHK-CODIGO.
003780     CALL "CURSOCHK" USING CURSOCHK-PARM.
003790     IF NOT CURSOCHK-OK AND NOT CURSOCHK-SIN-CUPO
003800         DISPLAY "ADMICIER: CURSO " ADMI-CURSO " NO DISPONIBLE ("
003810             CURSOCHK-RESULTADO "); SOLICITUD " ADMI-NUMERO
003820             " QUEDA ACEPTADA"
003830         GO TO 2200-EXIT
003840     END-IF.
003850     ADD 1 TO WS-TOTAL-CURSOS.
003860     SET WS-CUR-IDX TO WS-TOTAL-CURSOS.
003870     MOVE ADMI-CURSO         TO WS-CUR-CODIGO (WS-CUR-IDX).
003880     MOVE CURSOCHK-CAPACIDAD TO WS-CUR-CAPACIDAD (WS-CUR-IDX).
003890     MOVE CURSOCHK-INSCRITOS TO WS-CUR-INSCRITOS (WS-CUR-IDX).
003900     MOVE ZERO               TO WS-CUR-UBICADOS (WS-CUR-IDX).
003910     SET CURSO-HALLADO TO TRUE.
003920 2200-EXIT.
003930     EXIT.
003940
003950*----------------------------------------------------------*
003960*  2300-ESCRIBIR-CARGA - Registro ESCLOAD del nuevo          *
003970*  estudiante, con la edad a la fecha del cierre.            *
003980*----------------------------------------------------------*
003990 2300-ESCRIBIR-CARGA.
004000     MOVE ADMI-FEC-NACIMIENTO TO EDADCALC-FEC-NAC.
004010     CALL "EDADCALC" USING EDADCALC-PARM.
004020     INITIALIZE ESTUDIANTE-REC.
004030     MOVE WS-IDEN-PRUEBA
004040         TO ESTUDIANTE-IDEN OF ESTUDIANTE-REC.
004050     MOVE ADMI-NOMBRE
004060         TO ESTUDIANTE-NOMBRE OF ESTUDIANTE-REC.
004070     IF EDADCALC-OK
004080         MOVE EDADCALC-EDAD   TO ESTUDIANTE-EDAD OF ESTUDIANTE-REC
004090     ELSE
004100         MOVE ADMI-EDAD       TO ESTUDIANTE-EDAD OF ESTUDIANTE-REC
004110     END-IF.
004120     MOVE ADMI-FEC-NACIMIENTO
004130         TO ESTUDIANTE-FEC-NACIMIENTO OF ESTUDIANTE-REC.
004140     MOVE ZERO TO ESTUDIANTE-PROMEDIO OF ESTUDIANTE-REC.
004150     MOVE ADMI-CURSO
004160         TO ESTUDIANTE-CURSO OF ESTUDIANTE-REC.
004170     MOVE WS-FECHA-HOY
004180         TO ESTUDIANTE-FEC-INSCRIPCION OF ESTUDIANTE-REC.
004190     SET ESTUDIANTE-ACTIVO OF ESTUDIANTE-REC TO TRUE.
004200     MOVE ADMI-TUTOR
004210         TO ESTUDIANTE-TUTOR OF ESTUDIANTE-REC.
004220     WRITE ESTUDIANTE-REC.
004230 2300-EXIT.
004240     EXIT.
004250
004260*----------------------------------------------------------*
004270*  9000-FINALIZAR - Cierra archivos e imprime el resumen     *
004280*----------------------------------------------------------*
004290 9000-FINALIZAR.
004300     CLOSE ADMISION-FILE.
004310     CLOSE CARGA-FILE.
004320     DISPLAY " ".
004330     DISPLAY "---- CIERRE DE ADMISIONES ----".
004340     DISPLAY "INSCRITAS A ESCLOAD   : " WS-INSCRITAS.
004350     DISPLAY "A LA LISTA DE ESPERA  : " WS-EN-ESPERA.
004360     DISPLAY "ACEPTADAS SIN CERRAR  : " WS-SIN-CERRAR.
004370     DISPLAY "RECHAZADAS            : " WS-RECHAZADAS.
004380     DISPLAY "SIN DECISION          : " WS-PENDIENTES.
004390     DISPLAY "CERRADAS ANTES        : " WS-YA-CERRADAS.
004400     IF WS-SIN-CERRAR > ZERO
004410         MOVE 4 TO RETURN-CODE
004420     END-IF.
004430 9000-EXIT.
004440     EXIT.

000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  BECAREVI                                    *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Revision anual de renovacion de becas (BECASIDX, ver      *
000090*  BECAMANT) al cerrar el ciclo.  Cada beca se mide contra   *
000100*  las reglas de SYSPARM: promedio del anio que deja         *
000110*  ESCCIERR en ESTUDIANTE-PROMEDIO (BECA-PROM-MINIMO, en     *
000120*  centesimas), ausencias sin justificar del ciclo en        *
000130*  ASISIDX (BECA-FALTAS-MAX) y vencido de la cuenta del      *
000140*  tutor segun las cubetas de CLIANTIG en ANTIGIDX           *
000150*  (BECA-ADEUDO-MAX).  Sin fallas la beca se renueva; con    *
000160*  una sola falla y sin aviso previo queda en aviso; con     *
000170*  dos o mas, con reincidencia tras un aviso o con el        *
000180*  estudiante de baja se propone la revocacion: el           *
000190*  porcentaje baja BECA-REDUCCION puntos (a cero con el      *
000200*  estudiante de baja) y la propuesta se anota en la cola    *
000210*  APRBIDX; APRBREV la aplica al aprobarse, antes de la      *
000220*  siguiente facturacion de ESCCUOTA.  La lista para el      *
000230*  comite (revocaciones, avisos, renovaciones) sale como     *
000240*  generacion fechada via RPTGEN.                             *
000250*  El ciclo es el anio de la corrida; SYSIN AAAA lo cambia.  *
000260*----------------------------------------------------------*
000270*  MODIFICATIONS.
000280*  2026-10-15 JFV  Creacion inicial.
000290*----------------------------------------------------------*
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. BECAREVI.
000320 AUTHOR. J. FIGUEROA VEGA.
000330 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000340 DATE-WRITTEN. 2026-10-15.
000350 DATE-COMPILED.
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT BECA-FILE ASSIGN TO "BECASIDX"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS BECA-IDEN
000440         FILE STATUS IS WS-BEC-STATUS.
000450
000460     SELECT ESTUDIANTE-FILE ASSIGN TO "ESTUDIDX"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS ESTUDIANTE-IDEN
000500         ALTERNATE RECORD KEY IS ESTUDIANTE-NOMBRE
000510             WITH DUPLICATES
000520         FILE STATUS IS WS-STU-STATUS.
000530
000540     SELECT ASISTENCIA-FILE ASSIGN TO "ASISIDX"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS ASIS-CLAVE
000580         FILE STATUS IS WS-ASI-STATUS.
000590
000600     SELECT CLIENTE-FILE ASSIGN TO "CLIMAST"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS CLIENTE-NUMERO
000640         ALTERNATE RECORD KEY IS CLIENTE-NOMBRE
000650             WITH DUPLICATES
000660         FILE STATUS IS WS-CLI-STATUS.
000670
000680     SELECT ANTIGUEDAD-FILE ASSIGN TO "ANTIGIDX"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS RANDOM
000710         RECORD KEY IS ANTI-CLIENTE
000720         FILE STATUS IS WS-ANT-STATUS.
000730
000740     SELECT WORK-FILE ASSIGN TO "BECAWORK"
000750         ORGANIZATION IS SEQUENTIAL.
000760
000770     SELECT REPORTE-FILE ASSIGN TO WS-ARCHIVO-REPORTE
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-RPT-STATUS.
000800
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  BECA-FILE.
000840     COPY BECAREC.
000850
000860 FD  ESTUDIANTE-FILE.
000870     COPY ESTUD.
000880
000890 FD  ASISTENCIA-FILE.
000900     COPY ASISREC.
000910
000920 FD  CLIENTE-FILE.
000930     COPY CLIREC.
000940
000950 FD  ANTIGUEDAD-FILE.
000960     COPY ANTIREC.
000970
000980 SD  WORK-FILE.
000990 01  WORK-REC.
001000     05  WORK-DICTAMEN             PIC X(01).
001010     05  WORK-IDEN                 PIC X(05).
001020     05  WORK-NOMBRE               PIC X(30).
001030     05  WORK-PORCENTAJE           PIC 9(03).
001040     05  WORK-PROMEDIO             PIC 9(02)V9(02).
001050     05  WORK-FALTAS               PIC 9(03).
001060     05  WORK-VENCIDO              PIC 9(09)V9(02).
001070     05  WORK-PCT-PROPUESTO        PIC 9(03).
001080     05  WORK-MOTIVO               PIC X(30).
001090
001100 FD  REPORTE-FILE.
001110 01  REPORTE-LINEA                PIC X(100).
001120
001130 WORKING-STORAGE SECTION.
001140 01  WS-BEC-STATUS                PIC X(02).
001150     88  WS-BEC-OK                        VALUE "00".
001160     88  WS-BEC-FIN-ARCHIVO               VALUE "10".
001170
001180 01  WS-STU-STATUS                PIC X(02).
001190     88  WS-STU-OK                        VALUE "00".
001200
001210 01  WS-ASI-STATUS                PIC X(02).
001220     88  WS-ASI-OK                        VALUE "00".
001230
001240 01  WS-CLI-STATUS                PIC X(02).
001250     88  WS-CLI-OK                        VALUE "00".
001260
001270 01  WS-ANT-STATUS                PIC X(02).
001280     88  WS-ANT-OK                        VALUE "00".
001290
001300 01  WS-RPT-STATUS                PIC X(02).
001310     88  WS-RPT-OK                        VALUE "00".
001320
001330 01  WS-SWITCHES.
001340     05  WS-FIN-SORT              PIC X(01) VALUE "N".
001350         88  FIN-DE-SORT                  VALUE "S".
001360     05  WS-FIN-ASISTENCIA        PIC X(01) VALUE "N".
001370         88  FIN-DE-ASISTENCIA            VALUE "S".
001380     05  WS-HAY-ASISTENCIA        PIC X(01) VALUE "N".
001390         88  ASISTENCIA-DISPONIBLE        VALUE "S".
001400     05  WS-HAY-CLIENTES          PIC X(01) VALUE "N".
001410         88  CLIENTES-DISPONIBLES         VALUE "S".
001420     05  WS-HAY-ANTIGUEDAD        PIC X(01) VALUE "N".
001430         88  ANTIGUEDAD-DISPONIBLE        VALUE "S".
001440     05  WS-ESTUDIANTE-BAJA       PIC X(01) VALUE "N".
001450         88  ESTUDIANTE-DE-BAJA           VALUE "S".
001460
001470 01  WS-ARCHIVO-REPORTE           PIC X(20) VALUE "BECAREVI".
001480
001490 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
001500 01  WS-ANIO-CICLO                PIC 9(04) VALUE ZERO.
001510 01  WS-ENTRADA-ANIO              PIC X(04).
001520
001530*  Reglas de renovacion; SYSPARM las cambia.  El promedio
001540*  minimo viene en centesimas (800 = 8.00).
001550 01  WS-PROM-MIN-CENTESIMAS       PIC 9(04) VALUE 800.
001560 01  WS-PROM-MINIMO               PIC 9(02)V9(02) VALUE 8.00.
001570 01  WS-FALTAS-MAX                PIC 9(03) VALUE 10.
001580 01  WS-ADEUDO-MAX                PIC 9(05) VALUE ZERO.
001590 01  WS-REDUCCION                 PIC 9(03) VALUE 100.
001600
001610*  Medicion de la beca en proceso.
001620 01  WS-FALLAS                    PIC 9(01) VALUE ZERO.
001630 01  WS-FALTAS                    PIC 9(03) VALUE ZERO.
001640 01  WS-VENCIDO                   PIC 9(09)V9(02) VALUE ZERO.
001650 01  WS-PCT-PROPUESTO             PIC 9(03) VALUE ZERO.
001660 01  WS-DICTAMEN                  PIC X(01).
001670     88  DICTAMEN-REVOCAR                 VALUE "1".
001680     88  DICTAMEN-AVISO                   VALUE "2".
001690     88  DICTAMEN-RENOVAR                 VALUE "3".
001700 01  WS-DICTAMEN-ANTERIOR         PIC X(01) VALUE SPACE.
001710 01  WS-MOTIVO.
001720     05  WS-MOT-PROMEDIO          PIC X(09).
001730     05  WS-MOT-FALTAS            PIC X(07).
001740     05  WS-MOT-ADEUDO            PIC X(07).
001750     05  WS-MOT-COLA              PIC X(07).
001760
001770 01  WS-CONTADORES.
001780     05  WS-BECAS-REVISADAS       PIC 9(05) COMP VALUE ZERO.
001790     05  WS-BECAS-RENOVADAS       PIC 9(05) COMP VALUE ZERO.
001800     05  WS-BECAS-AVISO           PIC 9(05) COMP VALUE ZERO.
001810     05  WS-BECAS-REVOCAR         PIC 9(05) COMP VALUE ZERO.
001820     05  WS-BECAS-EN-COLA         PIC 9(05) COMP VALUE ZERO.
001830
001840 01  WS-LINEA-TITULO.
001850     05  FILLER                   PIC X(36)
001860         VALUE "REVISION DE RENOVACION DE BECAS - ".
001870     05  FILLER                   PIC X(06) VALUE "CICLO ".
001880     05  RPT-CICLO                PIC 9(04).
001890     05  FILLER                   PIC X(54) VALUE SPACES.
001900
001910 01  WS-LINEA-REGLAS.
001920     05  FILLER                   PIC X(18)
001930         VALUE "PROMEDIO MINIMO : ".
001940     05  RPT-REGLA-PROMEDIO       PIC Z9.99.
001950     05  FILLER                   PIC X(21)
001960         VALUE "   FALTAS MAXIMAS : ".
001970     05  RPT-REGLA-FALTAS         PIC ZZ9.
001980     05  FILLER                   PIC X(21)
001990         VALUE "   VENCIDO MAXIMO : ".
002000     05  RPT-REGLA-ADEUDO         PIC ZZZZ9.
002010     05  FILLER                   PIC X(27) VALUE SPACES.
002020
002030 01  WS-LINEA-SECCION.
002040     05  FILLER                   PIC X(04) VALUE "--- ".
002050     05  RPT-SECCION              PIC X(40).
002060     05  FILLER                   PIC X(56) VALUE SPACES.
002070
002080 01  WS-LINEA-TITULOS             PIC X(100) VALUE
002090     "ID    NOMBRE                          PCT  PROM FALTAS
002100-    "     VENCIDO PROP MOTIVO".
002110
002120 01  WS-LINEA-DETALLE.
002130     05  RPT-IDEN                 PIC X(05).
002140     05  FILLER                   PIC X(01) VALUE SPACE.
002150     05  RPT-NOMBRE               PIC X(30).
002160     05  FILLER                   PIC X(02) VALUE SPACES.
002170     05  RPT-PORCENTAJE           PIC ZZ9.
002180     05  FILLER                   PIC X(01) VALUE SPACE.
002190     05  RPT-PROMEDIO             PIC Z9.99.
002200     05  FILLER                   PIC X(04) VALUE SPACES.
002210     05  RPT-FALTAS               PIC ZZ9.
002220     05  FILLER                   PIC X(01) VALUE SPACE.
002230     05  RPT-VENCIDO              PIC ZZZZZZ9.99.
002240     05  FILLER                   PIC X(02) VALUE SPACES.
002250     05  RPT-PROPUESTO            PIC ZZ9.
002260     05  FILLER                   PIC X(01) VALUE SPACE.
002270     05  RPT-MOTIVO               PIC X(30).
002280
002290 COPY ERRPARM.
002300
002310 COPY PARMPARM.
002320
002330 COPY RPTGPARM.
002340
002350 COPY APRBPARM.
002360
002370 PROCEDURE DIVISION.
002380 0000-MAINLINE.
002390     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002400     PERFORM 2000-REVISAR-BECAS THRU 2000-EXIT.
002410     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002420     STOP RUN.
002430
002440*----------------------------------------------------------*
002450*  1000-INICIALIZAR - Ciclo a revisar, reglas de SYSPARM,    *
002460*  apertura de archivos y generacion fechada de la lista.    *
002470*----------------------------------------------------------*
002480 1000-INICIALIZAR.
002490     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
002500     MOVE WS-FECHA-HOY (1:4) TO WS-ANIO-CICLO.
002510     DISPLAY "Ciclo AAAA (blanco = el actual):".
002520     MOVE SPACES TO WS-ENTRADA-ANIO.
002530     ACCEPT WS-ENTRADA-ANIO.
002540     IF WS-ENTRADA-ANIO NOT = SPACES
002550         IF WS-ENTRADA-ANIO IS NUMERIC
002560             MOVE WS-ENTRADA-ANIO TO WS-ANIO-CICLO
002570         ELSE
002580             DISPLAY "CICLO INVALIDO, NO SE REVISA NADA"
002590             MOVE 8 TO RETURN-CODE
002600             STOP RUN
002610         END-IF
002620     END-IF.
002630
002640     PERFORM 1100-LEER-REGLAS THRU 1100-EXIT.
002650
002660     OPEN I-O BECA-FILE.
002670     IF NOT WS-BEC-OK
002680         MOVE "BECAREVI"      TO ERRHAND-PROGRAMA
002690         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
002700         MOVE WS-BEC-STATUS   TO ERRHAND-FILE-STATUS
002710         SET ERRHAND-FATAL TO TRUE
002720         MOVE "ERROR AL ABRIR BECASIDX" TO ERRHAND-MENSAJE
002730         CALL "ERRHAND" USING ERRHAND-PARM
002740         STOP RUN
002750     END-IF.
002760
002770     OPEN INPUT ESTUDIANTE-FILE.
002780     IF NOT WS-STU-OK
002790         MOVE "BECAREVI"      TO ERRHAND-PROGRAMA
002800         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
002810         MOVE WS-STU-STATUS   TO ERRHAND-FILE-STATUS
002820         SET ERRHAND-FATAL TO TRUE
002830         MOVE "ERROR AL ABRIR ESTUDIDX" TO ERRHAND-MENSAJE
002840         CALL "ERRHAND" USING ERRHAND-PARM
002850         STOP RUN
002860     END-IF.
002870
002880*  Sin asistencia, sin clientes o sin la antiguedad del mes
002890*  esa regla no se puede medir: se avisa y cuenta como
002900*  cumplida, para no revocar por falta de datos.
002910     OPEN INPUT ASISTENCIA-FILE.
002920     IF WS-ASI-OK
002930         SET ASISTENCIA-DISPONIBLE TO TRUE
002940     ELSE
002950         DISPLAY "AVISO: sin ASISIDX; faltas sin medir"
002960     END-IF.
002970     OPEN INPUT CLIENTE-FILE.
002980     IF WS-CLI-OK
002990         SET CLIENTES-DISPONIBLES TO TRUE
003000     ELSE
003010         DISPLAY "AVISO: sin CLIMAST; adeudo sin medir"
003020     END-IF.
003030     OPEN INPUT ANTIGUEDAD-FILE.
003040     IF WS-ANT-OK
003050         SET ANTIGUEDAD-DISPONIBLE TO TRUE
003060     ELSE
003070         DISPLAY "AVISO: sin ANTIGIDX (correr CLIANTIG);"
003080             " adeudo sin medir"
003090     END-IF.
003100
003110     MOVE "BECAREVI" TO RPTGEN-REPORTE.
003120     CALL "RPTGEN" USING RPTGEN-PARM.
003130     MOVE RPTGEN-ARCHIVO TO WS-ARCHIVO-REPORTE.
003140     OPEN OUTPUT REPORTE-FILE.
003150     MOVE WS-ANIO-CICLO  TO RPT-CICLO.
003160     WRITE REPORTE-LINEA FROM WS-LINEA-TITULO.
003170     MOVE WS-PROM-MINIMO TO RPT-REGLA-PROMEDIO.
003180     MOVE WS-FALTAS-MAX  TO RPT-REGLA-FALTAS.
003190     MOVE WS-ADEUDO-MAX  TO RPT-REGLA-ADEUDO.
003200     WRITE REPORTE-LINEA FROM WS-LINEA-REGLAS.
003210 1000-EXIT.
003220     EXIT.
003230
003240*----------------------------------------------------------*
003250*  1100-LEER-REGLAS - Reglas de renovacion en SYSPARM        *
003260*----------------------------------------------------------*
003270 1100-LEER-REGLAS.
003280     MOVE "BECA-PROM-MINIMO" TO PARMLKP-CLAVE.
003290     CALL "PARMLKP" USING PARMLKP-PARM.
003300     IF PARMLKP-ENCONTRADO
003310        AND PARMLKP-VALOR IS NUMERIC
003320         MOVE PARMLKP-VALOR TO WS-PROM-MIN-CENTESIMAS
003330     END-IF.
003340     COMPUTE WS-PROM-MINIMO = WS-PROM-MIN-CENTESIMAS / 100.
003350
003360     MOVE "BECA-FALTAS-MAX" TO PARMLKP-CLAVE.
003370     CALL "PARMLKP" USING PARMLKP-PARM.
003380     IF PARMLKP-ENCONTRADO
003390        AND PARMLKP-VALOR IS NUMERIC
003400         MOVE PARMLKP-VALOR TO WS-FALTAS-MAX
003410     END-IF.
003420
003430     MOVE "BECA-ADEUDO-MAX" TO PARMLKP-CLAVE.
003440     CALL "PARMLKP" USING PARMLKP-PARM.
003450     IF PARMLKP-ENCONTRADO
003460        AND PARMLKP-VALOR IS NUMERIC
003470         MOVE PARMLKP-VALOR TO WS-ADEUDO-MAX
003480     END-IF.
003490
003500     MOVE "BECA-REDUCCION" TO PARMLKP-CLAVE.
003510     CALL "PARMLKP" USING PARMLKP-PARM.
003520     IF PARMLKP-ENCONTRADO
003530        AND PARMLKP-VALOR IS NUMERIC
003540         MOVE PARMLKP-VALOR TO WS-REDUCCION
003550     END-IF.
003560 1100-EXIT.
003570     EXIT.
003580
003590*----------------------------------------------------------*
003600*  2000-REVISAR-BECAS - Mide cada beca y ordena la lista     *
003610*  por dictamen para el comite.                               *
003620*----------------------------------------------------------*
003630 2000-REVISAR-BECAS.
003640     SORT WORK-FILE
003650         ON ASCENDING KEY WORK-DICTAMEN WORK-IDEN
003660         INPUT PROCEDURE IS 2100-MEDIR-BECAS THRU 2100-EXIT
003670         OUTPUT PROCEDURE IS 3000-IMPRIMIR-LISTA
003680             THRU 3000-EXIT.
003690 2000-EXIT.
003700     EXIT.
003710
003720 2100-MEDIR-BECAS.
003730     MOVE LOW-VALUES TO BECA-IDEN.
003740     START BECA-FILE KEY NOT < BECA-IDEN
003750         INVALID KEY
003760             DISPLAY "SIN BECAS REGISTRADAS"
003770             GO TO 2100-EXIT
003780     END-START.
003790     PERFORM 2110-LEER-BECA THRU 2110-EXIT
003800         UNTIL WS-BEC-FIN-ARCHIVO.
003810 2100-EXIT.
003820     EXIT.
003830
003840 2110-LEER-BECA.
003850     READ BECA-FILE NEXT RECORD
003860         AT END
003870             SET WS-BEC-FIN-ARCHIVO TO TRUE
003880             GO TO 2110-EXIT
003890     END-READ.
003900     ADD 1 TO WS-BECAS-REVISADAS.
003910     MOVE ZERO TO WS-FALLAS.
003920     MOVE ZERO TO WS-FALTAS.
003930     MOVE ZERO TO WS-VENCIDO.
003940     MOVE SPACES TO WS-MOTIVO.
003950     MOVE "N" TO WS-ESTUDIANTE-BAJA.
003960
003970     MOVE BECA-IDEN TO ESTUDIANTE-IDEN.
003980     READ ESTUDIANTE-FILE
003990         INVALID KEY
004000             SET ESTUDIANTE-DE-BAJA TO TRUE
004010             MOVE SPACES TO ESTUDIANTE-NOMBRE
004020             MOVE ZERO TO ESTUDIANTE-PROMEDIO
004030     END-READ.
004040     IF ESTUDIANTE-INACTIVO
004050         SET ESTUDIANTE-DE-BAJA TO TRUE
004060     END-IF.
004070
004080     IF ESTUDIANTE-DE-BAJA
004090         MOVE "ESTUDIANTE DE BAJA" TO WS-MOTIVO
004100     ELSE
004110         PERFORM 2200-MEDIR-REGLAS THRU 2200-EXIT
004120     END-IF.
004130     PERFORM 2500-DICTAMINAR THRU 2500-EXIT.
004140
004150     MOVE WS-DICTAMEN         TO WORK-DICTAMEN.
004160     MOVE BECA-IDEN           TO WORK-IDEN.
004170     MOVE ESTUDIANTE-NOMBRE   TO WORK-NOMBRE.
004180     MOVE BECA-PORCENTAJE     TO WORK-PORCENTAJE.
004190     MOVE ESTUDIANTE-PROMEDIO TO WORK-PROMEDIO.
004200     MOVE WS-FALTAS           TO WORK-FALTAS.
004210     MOVE WS-VENCIDO          TO WORK-VENCIDO.
004220     MOVE WS-PCT-PROPUESTO    TO WORK-PCT-PROPUESTO.
004230     MOVE WS-MOTIVO           TO WORK-MOTIVO.
004240     RELEASE WORK-REC.
004250 2110-EXIT.
004260     EXIT.
004270
004280*----------------------------------------------------------*
004290*  2200-MEDIR-REGLAS - Promedio del anio, faltas sin         *
004300*  justificar del ciclo y vencido del tutor.                 *
004310*----------------------------------------------------------*
004320 2200-MEDIR-REGLAS.
004330     IF ESTUDIANTE-PROMEDIO < WS-PROM-MINIMO
004340         ADD 1 TO WS-FALLAS
004350         MOVE "PROMEDIO" TO WS-MOT-PROMEDIO
004360     END-IF.
004370
004380     IF ASISTENCIA-DISPONIBLE
004390         PERFORM 2300-CONTAR-FALTAS THRU 2300-EXIT
004400         IF WS-FALTAS > WS-FALTAS-MAX
004410             ADD 1 TO WS-FALLAS
004420             MOVE "FALTAS" TO WS-MOT-FALTAS
004430         END-IF
004440     END-IF.
004450
004460     IF CLIENTES-DISPONIBLES AND ANTIGUEDAD-DISPONIBLE
004470        AND ESTUDIANTE-TUTOR NOT = SPACES
004480         PERFORM 2400-BUSCAR-VENCIDO THRU 2400-EXIT
004490         IF WS-VENCIDO > WS-ADEUDO-MAX
004500             ADD 1 TO WS-FALLAS
004510             MOVE "ADEUDO" TO WS-MOT-ADEUDO
004520         END-IF
004530     END-IF.
004540 2200-EXIT.
004550     EXIT.
004560
004570 2300-CONTAR-FALTAS.
004580     MOVE ESTUDIANTE-IDEN TO ASIS-IDEN.
004590     MOVE WS-ANIO-CICLO   TO ASIS-FEC-AAAA.
004600     MOVE 1               TO ASIS-FEC-MM.
004610     MOVE 1               TO ASIS-FEC-DD.
004620     START ASISTENCIA-FILE KEY NOT < ASIS-CLAVE
004630         INVALID KEY
004640             GO TO 2300-EXIT
004650     END-START.
004660     MOVE "N" TO WS-FIN-ASISTENCIA.
004670     PERFORM 2310-LEER-ASISTENCIA THRU 2310-EXIT
004680         UNTIL FIN-DE-ASISTENCIA.
004690 2300-EXIT.
004700     EXIT.
004710
004720 2310-LEER-ASISTENCIA.
004730     READ ASISTENCIA-FILE NEXT RECORD
004740         AT END
004750             SET FIN-DE-ASISTENCIA TO TRUE
004760             GO TO 2310-EXIT
004770     END-READ.
004780     IF ASIS-IDEN NOT = ESTUDIANTE-IDEN
004790        OR ASIS-FEC-AAAA NOT = WS-ANIO-CICLO
004800         SET FIN-DE-ASISTENCIA TO TRUE
004810         GO TO 2310-EXIT
004820     END-IF.
004830     IF ASIS-AUSENTE AND NOT ASIS-JUSTIFICADA
004840         ADD 1 TO WS-FALTAS
004850     END-IF.
004860 2310-EXIT.
004870     EXIT.
004880
004890*----------------------------------------------------------*
004900*  2400-BUSCAR-VENCIDO - Cuenta del tutor en CLIMAST (por    *
004910*  nombre, como ESCCUOTA) y su vencido en ANTIGIDX.  Una     *
004920*  cuenta sin renglon en ANTIGIDX no debia nada.              *
004930*----------------------------------------------------------*
004940 2400-BUSCAR-VENCIDO.
004950     MOVE ESTUDIANTE-TUTOR TO CLIENTE-NOMBRE.
004960     READ CLIENTE-FILE KEY IS CLIENTE-NOMBRE
004970         INVALID KEY
004980             GO TO 2400-EXIT
004990     END-READ.
005000     MOVE CLIENTE-NUMERO TO ANTI-CLIENTE.
005010     READ ANTIGUEDAD-FILE
005020         INVALID KEY
005030             GO TO 2400-EXIT
005040     END-READ.
005050     MOVE ANTI-VENCIDO TO WS-VENCIDO.
005060 2400-EXIT.
005070     EXIT.
005080
005090*----------------------------------------------------------*
005100*  2500-DICTAMINAR - Renovar, avisar o proponer revocacion.  *
005110*  Una beca con revocacion ya en la cola no se vuelve a      *
005120*  anotar: sale en la lista marcada EN COLA.                 *
005130*----------------------------------------------------------*
005140 2500-DICTAMINAR.
005150     MOVE BECA-PORCENTAJE TO WS-PCT-PROPUESTO.
005160     IF BECA-EN-REVOCACION
005170         SET DICTAMEN-REVOCAR TO TRUE
005180         MOVE BECA-PCT-PROPUESTO TO WS-PCT-PROPUESTO
005190         MOVE "EN COLA" TO WS-MOT-COLA
005200         ADD 1 TO WS-BECAS-EN-COLA
005210         GO TO 2500-EXIT
005220     END-IF.
005230
005240     EVALUATE TRUE
005250         WHEN ESTUDIANTE-DE-BAJA
005260             SET DICTAMEN-REVOCAR TO TRUE
005270             MOVE ZERO TO WS-PCT-PROPUESTO
005280         WHEN WS-FALLAS = ZERO
005290             SET DICTAMEN-RENOVAR TO TRUE
005300         WHEN WS-FALLAS = 1 AND NOT BECA-EN-AVISO
005310             SET DICTAMEN-AVISO TO TRUE
005320         WHEN OTHER
005330             SET DICTAMEN-REVOCAR TO TRUE
005340             IF BECA-PORCENTAJE > WS-REDUCCION
005350                 SUBTRACT WS-REDUCCION FROM BECA-PORCENTAJE
005360                     GIVING WS-PCT-PROPUESTO
005370             ELSE
005380                 MOVE ZERO TO WS-PCT-PROPUESTO
005390             END-IF
005400     END-EVALUATE.
005410
005420     EVALUATE TRUE
005430         WHEN DICTAMEN-RENOVAR
005440             SET BECA-RENOVADA TO TRUE
005450             ADD 1 TO WS-BECAS-RENOVADAS
005460         WHEN DICTAMEN-AVISO
005470             SET BECA-EN-AVISO TO TRUE
005480             ADD 1 TO WS-BECAS-AVISO
005490         WHEN OTHER
005500             PERFORM 2600-ANOTAR-REVOCACION THRU 2600-EXIT
005510             ADD 1 TO WS-BECAS-REVOCAR
005520     END-EVALUATE.
005530     MOVE WS-FECHA-HOY TO BECA-FEC-REVISION.
005540     REWRITE BECA-REC
005550         INVALID KEY
005560             DISPLAY "ERROR AL ACTUALIZAR LA BECA " BECA-IDEN
005570     END-REWRITE.
005580 2500-EXIT.
005590     EXIT.
005600
005610*----------------------------------------------------------*
005620*  2600-ANOTAR-REVOCACION - Propuesta a la cola APRBIDX:     *
005630*  clave = ID del estudiante, dato = porcentaje propuesto    *
005640*  (cero = quitar la beca).                                   *
005650*----------------------------------------------------------*
005660 2600-ANOTAR-REVOCACION.
005670     SET APRBCHK-ANOTAR TO TRUE.
005680     MOVE "BECA-REV"       TO APRBCHK-TIPO.
005690     MOVE BECA-IDEN        TO APRBCHK-CLAVE.
005700     MOVE WS-PCT-PROPUESTO TO APRBCHK-DATO.
005710     MOVE "BECAREVI"       TO APRBCHK-SOLICITANTE.
005720     CALL "APRBCHK" USING APRBCHK-PARM.
005730     IF APRBCHK-OK
005740         SET BECA-EN-REVOCACION TO TRUE
005750         MOVE WS-PCT-PROPUESTO  TO BECA-PCT-PROPUESTO
005760         MOVE APRBCHK-SECUENCIA TO BECA-APRB-SECUENCIA
005770         MOVE "EN COLA" TO WS-MOT-COLA
005780     ELSE
005790         DISPLAY "NO SE PUDO ANOTAR EN APRBIDX LA BECA "
005800             BECA-IDEN
005810         MOVE "SIN COLA" TO WS-MOT-COLA
005820     END-IF.
005830 2600-EXIT.
005840     EXIT.
005850
005860*----------------------------------------------------------*
005870*  3000-IMPRIMIR-LISTA - Lista del comite con corte por      *
005880*  dictamen.                                                  *
005890*----------------------------------------------------------*
005900 3000-IMPRIMIR-LISTA.
005910     PERFORM 3100-RETORNAR-UNO THRU 3100-EXIT
005920         UNTIL FIN-DE-SORT.
005930 3000-EXIT.
005940     EXIT.
005950
005960 3100-RETORNAR-UNO.
005970     RETURN WORK-FILE
005980         AT END
005990             SET FIN-DE-SORT TO TRUE
006000             GO TO 3100-EXIT
006010     END-RETURN.
006020     IF WORK-DICTAMEN NOT = WS-DICTAMEN-ANTERIOR
006030         MOVE WORK-DICTAMEN TO WS-DICTAMEN-ANTERIOR
006040         MOVE WORK-DICTAMEN TO WS-DICTAMEN
006050         EVALUATE TRUE
006060             WHEN DICTAMEN-REVOCAR
006070                 MOVE "REVOCACION O REDUCCION PROPUESTA"
006080                     TO RPT-SECCION
006090             WHEN DICTAMEN-AVISO
006100                 MOVE "AVISO (UNA REGLA INCUMPLIDA)"
006110                     TO RPT-SECCION
006120             WHEN OTHER
006130                 MOVE "RENOVACION" TO RPT-SECCION
006140         END-EVALUATE
006150         MOVE SPACES TO REPORTE-LINEA
006160         WRITE REPORTE-LINEA
006170         WRITE REPORTE-LINEA FROM WS-LINEA-SECCION
006180         WRITE REPORTE-LINEA FROM WS-LINEA-TITULOS
006190     END-IF.
006200     MOVE WORK-IDEN          TO RPT-IDEN.
006210     MOVE WORK-NOMBRE        TO RPT-NOMBRE.
006220     MOVE WORK-PORCENTAJE    TO RPT-PORCENTAJE.
006230     MOVE WORK-PROMEDIO      TO RPT-PROMEDIO.
006240     MOVE WORK-FALTAS        TO RPT-FALTAS.
006250     MOVE WORK-VENCIDO       TO RPT-VENCIDO.
006260     MOVE WORK-PCT-PROPUESTO TO RPT-PROPUESTO.
006270     MOVE WORK-MOTIVO        TO RPT-MOTIVO.
006280     WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE.
006290 3100-EXIT.
006300     EXIT.
006310
006320*----------------------------------------------------------*
006330*  9000-FINALIZAR - Cierra archivos e imprime el resumen      *
006340*----------------------------------------------------------*
006350 9000-FINALIZAR.
006360     CLOSE BECA-FILE.
006370     CLOSE ESTUDIANTE-FILE.
006380     IF ASISTENCIA-DISPONIBLE
006390         CLOSE ASISTENCIA-FILE
006400     END-IF.
006410     IF CLIENTES-DISPONIBLES
006420         CLOSE CLIENTE-FILE
006430     END-IF.
006440     IF ANTIGUEDAD-DISPONIBLE
006450         CLOSE ANTIGUEDAD-FILE
006460     END-IF.
006470     CLOSE REPORTE-FILE.
006480     DISPLAY " ".
006490     DISPLAY "---- REVISION DE RENOVACION DE BECAS ----".
006500     DISPLAY "BECAS REVISADAS   : " WS-BECAS-REVISADAS.
006510     DISPLAY "RENOVADAS         : " WS-BECAS-RENOVADAS.
006520     DISPLAY "EN AVISO          : " WS-BECAS-AVISO.
006530     DISPLAY "REVOCACION A COLA : " WS-BECAS-REVOCAR.
006540     DISPLAY "YA EN COLA        : " WS-BECAS-EN-COLA.
006550     DISPLAY "GENERACION: " WS-ARCHIVO-REPORTE.
006560 9000-EXIT.
006570     EXIT.

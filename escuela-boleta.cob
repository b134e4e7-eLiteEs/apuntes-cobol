000190*  2026-09-01 JFV  Creacion inicial.
000192*  2026-09-01 JFV  Columna de periodo (trimestre) en el
000194*                  renglon de cada materia.
000194*  2026-10-15 JFV  Nombre oficial de la materia del plan de
000194*                  estudios (PLANIDX) en vez del codigo; la
000194*                  materia sin plan sale con su codigo.
000195*  2026-10-15 JFV  Calificacion en la escala del nivel del
000195*                  curso (rutina comun ESCALCHK, nivel via
000195*                  CURSOCHK) junto a cada nota y al promedio.
000195*  2026-10-15 JFV  La boleta del estudiante cuyo tutor tiene
000196*                  la cuenta bloqueada por adeudo (BLOQCHK)
000196*                  sale retenida, sin calificaciones, para no
000196*                  entregarse; con excepcion aprobada sale
000197*                  completa con la nota de la excepcion.
000197*  2026-10-15 JFV  Lee el extracto de activos ESCACTIV, ya
000197*                  en orden de curso y nombre, cuando ACTVCHK
000197*                  lo da vigente; si no, ordena ESTUDIDX como
000198*                  antes.  BLOQCHK pasa a 2120, comun a los
000198*                  dos caminos.
000198*  2026-10-15 JFV  Renglon de conducta: incidentes del mes
000199*                  (INCIDX, opcional) y dias de suspension.
000200*----------------------------------------------------------*
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. ESCBOLET.
000480         RECORD KEY IS ASIS-CLAVE
000490         FILE STATUS IS WS-ASI-STATUS.
000500
000500     SELECT PLAN-FILE ASSIGN TO "PLANIDX"
000501         ORGANIZATION IS INDEXED
000502         ACCESS MODE IS DYNAMIC
000503         RECORD KEY IS PLAN-CLAVE
000504         FILE STATUS IS WS-PLA-STATUS.
000504
000505     SELECT INCIDENTE-FILE ASSIGN TO "INCIDX"
000506         ORGANIZATION IS INDEXED
000507         ACCESS MODE IS DYNAMIC
000508         RECORD KEY IS INCI-CLAVE
000509         FILE STATUS IS WS-INC-STATUS.
000510     SELECT WORK-FILE ASSIGN TO "BOLEWORK"
000520         ORGANIZATION IS SEQUENTIAL.
000522
000524     SELECT EXTRACTO-FILE ASSIGN TO "ESCACTIV"
000526         ORGANIZATION IS SEQUENTIAL
000528         FILE STATUS IS WS-EXT-STATUS.
000530
000540     SELECT REPORTE-FILE ASSIGN TO WS-ARCHIVO-REPORTE
000550         ORGANIZATION IS LINE SEQUENTIAL
000660 FD  ASISTENCIA-FILE.
000670     COPY ASISREC.
000680
000681 FD  PLAN-FILE.
000682     COPY PLANREC.
000683
000684 FD  INCIDENTE-FILE.
000685     COPY INCIREC.
000686
000687 FD  EXTRACTO-FILE.
000688     COPY ACTVREC.
000689
000690 SD  WORK-FILE.
000700 01  WORK-REC.
000710     05  WORK-CURSO                PIC X(10).
000720     05  WORK-IDEN                 PIC X(05).
000730     05  WORK-NOMBRE               PIC X(30).
000740     05  WORK-PROMEDIO             PIC 9(02)V9(02).
000742     05  WORK-BLOQUEO              PIC X(01).
000744         88  WORK-CUENTA-BLOQUEADA         VALUE "B".
000746         88  WORK-CUENTA-EXCEPCION         VALUE "E".
000748     05  WORK-EXC-HASTA            PIC 9(08).
000750
000760 FD  REPORTE-FILE.
000770 01  REPORTE-LINEA                PIC X(80).
000850     88  WS-NOT-OK                        VALUE "00".
000860     88  WS-NOT-FIN-ARCHIVO               VALUE "10".
000870
000872 01  WS-EXT-STATUS                PIC X(02).
000874     88  WS-EXT-OK                        VALUE "00".
000876
000880 01  WS-ASI-STATUS                PIC X(02).
000890     88  WS-ASI-OK                        VALUE "00".
000900     88  WS-ASI-FIN-ARCHIVO               VALUE "10".
000920 01  WS-RPT-STATUS                PIC X(02).
000930     88  WS-RPT-OK                        VALUE "00".
000940
000942 01  WS-PLA-STATUS                PIC X(02).
000944     88  WS-PLA-OK                        VALUE "00".
000946
000947 01  WS-INC-STATUS                PIC X(02).
000948     88  WS-INC-OK                        VALUE "00".
000950 01  WS-SWITCHES.
000960     05  WS-FIN-SORT              PIC X(01) VALUE "N".
000970         88  FIN-DE-SORT                  VALUE "S".
000972     05  WS-USA-EXTRACTO          PIC X(01) VALUE "N".
000974         88  USA-EXTRACTO                 VALUE "S".
000976     05  WS-FIN-EXTRACTO          PIC X(01) VALUE "N".
000978         88  FIN-DE-EXTRACTO              VALUE "S".
000980     05  WS-FIN-NOTAS             PIC X(01) VALUE "N".
000990         88  FIN-DE-NOTAS                 VALUE "S".
001000     05  WS-FIN-ASIST             PIC X(01) VALUE "N".
001020     05  WS-PRIMER-CURSO          PIC X(01) VALUE "S".
001030         88  ES-PRIMER-CURSO              VALUE "S".
001040         88  NO-ES-PRIMER-CURSO           VALUE "N".
001041     05  WS-HAY-PLAN              PIC X(01) VALUE "N".
001042         88  PLAN-DISPONIBLE              VALUE "S".
001043     05  WS-HAY-INCIDENTES        PIC X(01) VALUE "N".
001044         88  INCIDENTES-DISPONIBLES       VALUE "S".
001045     05  WS-FIN-INCIDENTES        PIC X(01) VALUE "N".
001046         88  FIN-DE-INCIDENTES            VALUE "S".
001050
001060 01  WS-ARCHIVO-REPORTE           PIC X(20) VALUE "ESCBOLET".
001070
001080 01  WS-MES-PROCESO               PIC 9(06) VALUE ZERO.
001090 01  WS-ENTRADA-MES               PIC X(06).
001100 01  WS-MES-ASIS                  PIC 9(06).
001105 01  WS-MES-INCIDENTE             PIC 9(06).
001110
001120 01  WS-CURSO-ANTERIOR            PIC X(10) VALUE SPACES.
001125 01  WS-NIVEL-CURSO               PIC 9(02) VALUE ZERO.
001130
001140 01  WS-CONTADORES.
001150     05  WS-BOLETAS-EMITIDAS      PIC 9(05) COMP VALUE ZERO.
001155     05  WS-BOLETAS-RETENIDAS     PIC 9(05) COMP VALUE ZERO.
001160     05  WS-NOTAS-ESTUDIANTE      PIC 9(03) COMP VALUE ZERO.
001170     05  WS-ACUM-AUSENCIAS        PIC 9(03) VALUE ZERO.
001180     05  WS-ACUM-TARDES           PIC 9(03) VALUE ZERO.
001190     05  WS-ACUM-PRESENTES        PIC 9(03) VALUE ZERO.
001193     05  WS-ACUM-INCIDENTES       PIC 9(03) VALUE ZERO.
001196     05  WS-ACUM-DIAS-SUSP        PIC 9(03) VALUE ZERO.
001200
001210 01  WS-LINEA-CURSO.
001220     05  FILLER                   PIC X(17)
001340
001350 01  WS-LINEA-NOTA.
001360     05  FILLER                   PIC X(04) VALUE SPACES.
001370     05  RPT-MATERIA              PIC X(30).
001372     05  FILLER                   PIC X(02) VALUE " P".
001374     05  RPT-NOTA-PERIODO         PIC 9(01).
001380     05  FILLER                   PIC X(02) VALUE SPACES.
001390     05  RPT-CALIF                PIC Z9.99.
001395     05  FILLER                   PIC X(01) VALUE SPACE.
001400     05  RPT-ESCALA               PIC X(15).
001405     05  FILLER                   PIC X(20) VALUE SPACES.
001410
001420 01  WS-LINEA-SIN-NOTAS.
001430     05  FILLER                   PIC X(30)
001560     05  RPT-PRESENTES            PIC ZZ9.
001570     05  FILLER                   PIC X(31) VALUE SPACES.
001580
001581 01  WS-LINEA-CONDUCTA.
001582     05  FILLER                   PIC X(27)
001583         VALUE "    CONDUCTA:   INCIDENTES:".
001584     05  RPT-INCIDENTES           PIC ZZ9.
001585     05  FILLER                   PIC X(22)
001586         VALUE "  DIAS DE SUSPENSION:".
001587     05  RPT-DIAS-SUSP            PIC ZZ9.
001588     05  FILLER                   PIC X(25) VALUE SPACES.
001589
001590 01  WS-LINEA-PROMEDIO.
001600     05  FILLER                   PIC X(22)
001610         VALUE "    PROMEDIO GENERAL: ".
001620     05  RPT-PROMEDIO             PIC Z9.99.
001625     05  FILLER                   PIC X(01) VALUE SPACE.
001630     05  RPT-PROMEDIO-ESCALA      PIC X(15).
001635     05  FILLER                   PIC X(37) VALUE SPACES.
001640
001650 01  WS-LINEA-SEPARADOR           PIC X(80) VALUE ALL "-".
001650
001651 01  WS-LINEA-RETENIDA.
001652     05  FILLER                   PIC X(44) VALUE
001652         "    *** BOLETA RETENIDA POR ADEUDO DEL TUTOR".
001653     05  FILLER                   PIC X(36) VALUE
001654         " - NO ENTREGAR ***".
001654
001655 01  WS-LINEA-EXCEPCION.
001656     05  FILLER                   PIC X(49) VALUE
001656         "    CUENTA BLOQUEADA CON EXCEPCION APROBADA HASTA".
001657     05  FILLER                   PIC X(01) VALUE SPACE.
001658     05  RPT-EXC-HASTA            PIC 9(08).
001659     05  FILLER                   PIC X(22) VALUE SPACES.
001660
001670 COPY ERRPARM.
001680
001690 COPY RPTGPARM.
001691
001692 COPY CURSOPARM.
001693
001694 COPY BLOQPARM.
001695
001696 COPY ESCAPARM.
001697
001698 COPY ACTVPARM.
001700
001710 PROCEDURE DIVISION.
001720 0000-MAINLINE.
001800*  y arma la generacion fechada de salida.                    *
001810*----------------------------------------------------------*
001820 1000-INICIALIZAR.
001830     PERFORM 1100-ABRIR-ENTRADA THRU 1100-EXIT.
001930
001940     OPEN INPUT NOTAS-FILE.
001950     IF NOT WS-NOT-OK
002130         STOP RUN
002140     END-IF.
002150
002150*  Sin plan de estudios la materia sale con su codigo.
002151     OPEN INPUT PLAN-FILE.
002152     IF WS-PLA-OK
002153         SET PLAN-DISPONIBLE TO TRUE
002154     END-IF.
002154*  Sin archivo de incidentes la conducta sale en cero.
002155     OPEN INPUT INCIDENTE-FILE.
002156     IF WS-INC-OK
002157         SET INCIDENTES-DISPONIBLES TO TRUE
002158     END-IF.
002159
002160     DISPLAY "Mes del periodo AAAAMM:".
002170     ACCEPT WS-ENTRADA-MES.
002180     IF WS-ENTRADA-MES IS NUMERIC
002290     EXIT.
002300
002310*----------------------------------------------------------*
002310*  1100-ABRIR-ENTRADA - El extracto ESCACTIV si ACTVCHK lo   *
002310*  da vigente (se salta el encabezado); si no, el maestro.   *
002310*----------------------------------------------------------*
002311 1100-ABRIR-ENTRADA.
002311     CALL "ACTVCHK" USING ACTVCHK-PARM.
002311     IF ACTVCHK-VIGENTE
002311         OPEN INPUT EXTRACTO-FILE
002312         IF WS-EXT-OK
002312             READ EXTRACTO-FILE
002312                 AT END
002312                     MOVE "10" TO WS-EXT-STATUS
002313             END-READ
002313         END-IF
002313         IF WS-EXT-OK
002313             SET USA-EXTRACTO TO TRUE
002314             GO TO 1100-EXIT
002314         END-IF
002314         MOVE "ERROR AL LEER EL EXTRACTO" TO ACTVCHK-MENSAJE
002314     END-IF.
002315     DISPLAY "SE LEE ESTUDIDX: " ACTVCHK-MENSAJE.
002315
002315     OPEN INPUT ESTUDIANTE-FILE.
002315     IF NOT WS-STU-OK
002316         MOVE "ESCBOLET"      TO ERRHAND-PROGRAMA
002316         MOVE "1100-ABRIR-ENTRADA" TO ERRHAND-PARRAFO
002316         MOVE WS-STU-STATUS   TO ERRHAND-FILE-STATUS
002316         SET ERRHAND-FATAL TO TRUE
002317         MOVE "ERROR AL ABRIR ESTUDIDX" TO ERRHAND-MENSAJE
002317         CALL "ERRHAND" USING ERRHAND-PARM
002317         STOP RUN
002317     END-IF.
002318 1100-EXIT.
002318     EXIT.
002318
002319*----------------------------------------------------------*
002320*  2000-GENERAR-BOLETAS - Ordena los estudiantes activos     *
002330*  por CURSO y emite una boleta por cada uno.                 *
002340*----------------------------------------------------------*
002350 2000-GENERAR-BOLETAS.
002351     IF USA-EXTRACTO
002352         PERFORM 2600-LEER-EXTRACTO THRU 2600-EXIT
002353             UNTIL FIN-DE-EXTRACTO
002354         GO TO 2000-EXIT
002355     END-IF.
002360     SORT WORK-FILE
002370         ON ASCENDING KEY WORK-CURSO WORK-NOMBRE
002380         INPUT PROCEDURE IS 2100-CARGAR-ACTIVOS THRU 2100-EXIT
002590     MOVE ESTUDIANTE-IDEN     TO WORK-IDEN.
002600     MOVE ESTUDIANTE-NOMBRE   TO WORK-NOMBRE.
002610     MOVE ESTUDIANTE-PROMEDIO TO WORK-PROMEDIO.
002612     MOVE ESTUDIANTE-TUTOR    TO BLOQCHK-TUTOR.
002613     PERFORM 2120-VERIFICAR-BLOQUEO THRU 2120-EXIT.
002620     RELEASE WORK-REC.
002630 2110-EXIT.
002630     EXIT.
002631
002631*----------------------------------------------------------*
002632*  2120-VERIFICAR-BLOQUEO - Marca la cuenta del tutor (ya en *
002632*  BLOQCHK-TUTOR) bloqueada o con excepcion.                 *
002633*----------------------------------------------------------*
002633 2120-VERIFICAR-BLOQUEO.
002634     MOVE SPACE               TO WORK-BLOQUEO.
002634     MOVE SPACES              TO BLOQCHK-CLIENTE.
002635     CALL "BLOQCHK" USING BLOQCHK-PARM.
002635     IF BLOQCHK-BLOQUEADO
002636         SET WORK-CUENTA-BLOQUEADA TO TRUE
002636     END-IF.
002637     IF BLOQCHK-EXCEPCION
002637         SET WORK-CUENTA-EXCEPCION TO TRUE
002638     END-IF.
002638     MOVE BLOQCHK-EXC-HASTA   TO WORK-EXC-HASTA.
002639 2120-EXIT.
002640     EXIT.
002650
002660*----------------------------------------------------------*
002790             SET FIN-DE-SORT TO TRUE
002800             GO TO 2210-EXIT
002810     END-RETURN.
002812     PERFORM 2220-EMITIR-UNO THRU 2220-EXIT.
002814 2210-EXIT.
002816     EXIT.
002820
002825 2220-EMITIR-UNO.
002830     IF ES-PRIMER-CURSO
002840        OR WORK-CURSO NOT = WS-CURSO-ANTERIOR
002850         SET NO-ES-PRIMER-CURSO TO TRUE
002880         MOVE SPACES TO REPORTE-LINEA
002890         WRITE REPORTE-LINEA
002900         WRITE REPORTE-LINEA FROM WS-LINEA-CURSO
002902         SET CURSOCHK-VALIDAR TO TRUE
002904         MOVE WORK-CURSO TO CURSOCHK-CODIGO
002906         CALL "CURSOCHK" USING CURSOCHK-PARM
002908         MOVE CURSOCHK-NIVEL TO WS-NIVEL-CURSO
002910     END-IF.
002920
002930     PERFORM 2300-EMITIR-BOLETA THRU 2300-EXIT.
002940 2220-EXIT.
002950     EXIT.
002960
002970*----------------------------------------------------------*
003040     MOVE SPACES TO REPORTE-LINEA.
003050     WRITE REPORTE-LINEA.
003060     WRITE REPORTE-LINEA FROM WS-LINEA-ESTUDIANTE.
003060     IF WORK-CUENTA-BLOQUEADA
003061         WRITE REPORTE-LINEA FROM WS-LINEA-RETENIDA
003062         WRITE REPORTE-LINEA FROM WS-LINEA-SEPARADOR
003063         ADD 1 TO WS-BOLETAS-RETENIDAS
003064         GO TO 2300-EXIT
003065     END-IF.
003066     IF WORK-CUENTA-EXCEPCION
003067         MOVE WORK-EXC-HASTA TO RPT-EXC-HASTA
003068         WRITE REPORTE-LINEA FROM WS-LINEA-EXCEPCION
003069     END-IF.
003070
003080     PERFORM 2400-LISTAR-NOTAS THRU 2400-EXIT.
003090     PERFORM 2500-CONTAR-ASISTENCIA THRU 2500-EXIT.
003130     MOVE WS-ACUM-PRESENTES TO RPT-PRESENTES.
003140     WRITE REPORTE-LINEA FROM WS-LINEA-ASISTENCIA.
003150
003151     PERFORM 2700-CONTAR-INCIDENTES THRU 2700-EXIT.
003152     MOVE WS-ACUM-INCIDENTES TO RPT-INCIDENTES.
003153     MOVE WS-ACUM-DIAS-SUSP  TO RPT-DIAS-SUSP.
003154     WRITE REPORTE-LINEA FROM WS-LINEA-CONDUCTA.
003155
003160     MOVE WORK-PROMEDIO TO RPT-PROMEDIO.
003162     MOVE WS-NIVEL-CURSO TO ESCALCHK-NIVEL.
003164     MOVE WORK-PROMEDIO  TO ESCALCHK-CALIF.
003166     CALL "ESCALCHK" USING ESCALCHK-PARM.
003168     MOVE ESCALCHK-DESCRIPTOR TO RPT-PROMEDIO-ESCALA.
003170     WRITE REPORTE-LINEA FROM WS-LINEA-PROMEDIO.
003180     WRITE REPORTE-LINEA FROM WS-LINEA-SEPARADOR.
003190     ADD 1 TO WS-BOLETAS-EMITIDAS.
003530     END-IF.
003540     ADD 1 TO WS-NOTAS-ESTUDIANTE.
003550     MOVE NOTA-MATERIA TO RPT-MATERIA.
003550     IF PLAN-DISPONIBLE
003550         MOVE WORK-CURSO   TO PLAN-CURSO
003550         MOVE NOTA-MATERIA TO PLAN-MATERIA
003550         READ PLAN-FILE
003550             INVALID KEY
003550                 CONTINUE
003550             NOT INVALID KEY
003550                 MOVE PLAN-NOMBRE TO RPT-MATERIA
003550         END-READ
003551     END-IF.
003552     MOVE NOTA-PERIODO TO RPT-NOTA-PERIODO.
003560     MOVE NOTA-CALIF   TO RPT-CALIF.
003563     MOVE WS-NIVEL-CURSO TO ESCALCHK-NIVEL.
003564     MOVE NOTA-CALIF     TO ESCALCHK-CALIF.
003565     CALL "ESCALCHK" USING ESCALCHK-PARM.
003566     MOVE ESCALCHK-DESCRIPTOR TO RPT-ESCALA.
003570     WRITE REPORTE-LINEA FROM WS-LINEA-NOTA.
003580 2410-EXIT.
003590     EXIT.
004060     EXIT.
004070
004080*----------------------------------------------------------*
004080*  2600-LEER-EXTRACTO - Camino del extracto: ya viene en el  *
004080*  orden del SORT; el bloqueo del tutor se consulta igual.   *
004080*----------------------------------------------------------*
004080 2600-LEER-EXTRACTO.
004080     READ EXTRACTO-FILE
004080         AT END
004080             SET FIN-DE-EXTRACTO TO TRUE
004081             GO TO 2600-EXIT
004081     END-READ.
004081     IF NOT ACTV-DETALLE
004081         GO TO 2600-EXIT
004081     END-IF.
004081     MOVE ACTV-CURSO    TO WORK-CURSO.
004081     MOVE ACTV-IDEN     TO WORK-IDEN.
004082     MOVE ACTV-NOMBRE   TO WORK-NOMBRE.
004082     MOVE ACTV-PROMEDIO TO WORK-PROMEDIO.
004082     MOVE ACTV-TUTOR    TO BLOQCHK-TUTOR.
004082     PERFORM 2120-VERIFICAR-BLOQUEO THRU 2120-EXIT.
004082     PERFORM 2220-EMITIR-UNO THRU 2220-EXIT.
004082 2600-EXIT.
004082     EXIT.
004082
004083*----------------------------------------------------------*
004083*  2700-CONTAR-INCIDENTES - Incidentes disciplinarios del    *
004083*  mes en INCIDX y dias de suspension que impusieron.        *
004083*----------------------------------------------------------*
004083 2700-CONTAR-INCIDENTES.
004083     MOVE ZERO TO WS-ACUM-INCIDENTES.
004083     MOVE ZERO TO WS-ACUM-DIAS-SUSP.
004084     IF NOT INCIDENTES-DISPONIBLES
004084         GO TO 2700-EXIT
004084     END-IF.
004084     MOVE "N" TO WS-FIN-INCIDENTES.
004084     MOVE WORK-IDEN TO INCI-IDEN.
004084     MOVE ZERO TO INCI-FECHA.
004084     MOVE ZERO TO INCI-SECUENCIA.
004084     START INCIDENTE-FILE KEY NOT < INCI-CLAVE
004085         INVALID KEY
004085             SET FIN-DE-INCIDENTES TO TRUE
004085     END-START.
004085     PERFORM 2710-CONTAR-UN-INCIDENTE THRU 2710-EXIT
004085         UNTIL FIN-DE-INCIDENTES.
004085 2700-EXIT.
004085     EXIT.
004086
004086 2710-CONTAR-UN-INCIDENTE.
004086     READ INCIDENTE-FILE NEXT RECORD
004086         AT END
004086             SET FIN-DE-INCIDENTES TO TRUE
004086             GO TO 2710-EXIT
004086     END-READ.
004086     IF INCI-IDEN NOT = WORK-IDEN
004087         SET FIN-DE-INCIDENTES TO TRUE
004087         GO TO 2710-EXIT
004087     END-IF.
004087     COMPUTE WS-MES-INCIDENTE =
004087         INCI-FEC-AAAA * 100 + INCI-FEC-MM.
004087     IF WS-MES-PROCESO NOT = ZERO
004087        AND WS-MES-INCIDENTE NOT = WS-MES-PROCESO
004088         GO TO 2710-EXIT
004088     END-IF.
004088     ADD 1 TO WS-ACUM-INCIDENTES.
004088     ADD INCI-DIAS-SUSPENSION TO WS-ACUM-DIAS-SUSP.
004088 2710-EXIT.
004088     EXIT.
004088
004089*----------------------------------------------------------*
004090*  9000-FINALIZAR - Cierra archivos e imprime el resumen      *
004100*----------------------------------------------------------*
004110 9000-FINALIZAR.
004124     IF USA-EXTRACTO
004125         CLOSE EXTRACTO-FILE
004126     ELSE
004127         CLOSE ESTUDIANTE-FILE
004128     END-IF.
004130     CLOSE NOTAS-FILE.
004140     CLOSE ASISTENCIA-FILE.
004142     IF PLAN-DISPONIBLE
004144         CLOSE PLAN-FILE
004146     END-IF.
004147     IF INCIDENTES-DISPONIBLES
004148         CLOSE INCIDENTE-FILE
004149     END-IF.
004150     CLOSE REPORTE-FILE.
004160     DISPLAY " ".
004170     DISPLAY "BOLETAS EMITIDAS: " WS-BOLETAS-EMITIDAS.
004175     DISPLAY "BOLETAS RETENIDAS: " WS-BOLETAS-RETENIDAS.
004180     DISPLAY "GENERACION: " WS-ARCHIVO-REPORTE.
004190 9000-EXIT.
004200     EXIT.

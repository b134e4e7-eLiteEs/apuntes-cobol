000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  ESCRETEN                                    *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Retencion legal de datos de estudiantes archivados: una   *
000090*  vez al anio recorre ESCHISTX y, para cada estudiante      *
000100*  que no volvio a ESTUDIDX, cuenta los anios desde su       *
000110*  ultimo archivo y aplica el plazo de cada archivo (claves  *
000120*  RETEN-xxxxxxxx de SYSPARM):                                *
000130*    EMERIDX  - borra la ficha de emergencia (contactos,     *
000140*               alergias, sangre, autorizados).              *
000150*    ASISHISX - borra la asistencia archivada.               *
000160*    ESCAUDIT - borra sus renglones y reencadena el rastro,  *
000170*               moviendo el sello de AUDSELLO.               *
000180*    ESCHISTX - reduce cada anio a lo que pide la constancia *
000190*               (nombre, anio, curso, promedio, estado).     *
000200*  Nunca toca a un estudiante cuya cuenta de CLIMAST (por    *
000210*  nombre del tutor) tenga saldo abierto, ni al que no tiene *
000220*  tutor en ESCHISTX (no se puede verificar el saldo); por   *
000230*  eso la reduccion de ESCHISTX conserva el tutor hasta el   *
000240*  plazo mas largo, cuando ya no queda nada que depurar.     *
000250*  Lo destruido queda en el certificado de destruccion       *
000260*  (generacion fechada via RPTGEN) y en renglones RETENCION  *
000270*  de ESCAUDIT.                                              *
000280*----------------------------------------------------------*
000290*  MODIFICATIONS.
000300*  2026-10-15 JFV  Creacion inicial.
000310*  2026-10-15 JFV  Sin tutor en ESCHISTX el saldo no se puede
000320*                  verificar y no se depura; la reduccion del
000330*                  historico conserva el tutor hasta el plazo
000340*                  mas largo.
000350*----------------------------------------------------------*
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. ESCRETEN.
000380 AUTHOR. J. FIGUEROA VEGA.
000390 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000400 DATE-WRITTEN. 2026-10-15.
000410 DATE-COMPILED.
000420
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT ESTUDIANTE-FILE ASSIGN TO "ESTUDIDX"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS ESTUDIANTE-IDEN
000500         ALTERNATE RECORD KEY IS ESTUDIANTE-NOMBRE
000510             WITH DUPLICATES
000520         FILE STATUS IS WS-STU-STATUS.
000530
000540     SELECT HISTORICO-FILE ASSIGN TO "ESCHISTX"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS HIST-CLAVE
000580         FILE STATUS IS WS-HIS-STATUS.
000590
000600     SELECT EMERGENCIA-FILE ASSIGN TO "EMERIDX"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS EMER-IDEN
000640         FILE STATUS IS WS-EME-STATUS.
000650
000660     SELECT ASISHIS-FILE ASSIGN TO "ASISHISX"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS ASISH-CLAVE
000700         FILE STATUS IS WS-ASH-STATUS.
000710
000720     SELECT CLIENTE-FILE ASSIGN TO "CLIMAST"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS CLIENTE-NUMERO
000760         ALTERNATE RECORD KEY IS CLIENTE-NOMBRE
000770             WITH DUPLICATES
000780         FILE STATUS IS WS-CLI-STATUS.
000790
000800     SELECT AUDIT-FILE ASSIGN TO "ESCAUDIT"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-AUD-STATUS.
000830
000840     SELECT AUDWORK-FILE ASSIGN TO "ESCAUWRK"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-AWK-STATUS.
000870
000880     SELECT SELLO-FILE ASSIGN TO "AUDSELLO"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-SEL-STATUS.
000910
000920     SELECT WORK-FILE ASSIGN TO "RETNWORK"
000930         ORGANIZATION IS SEQUENTIAL.
000940
000950     SELECT REPORTE-FILE ASSIGN TO WS-ARCHIVO-REPORTE
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-RPT-STATUS.
000980
000990 DATA DIVISION.
001000 FILE SECTION.
001010 FD  ESTUDIANTE-FILE.
001020     COPY ESTUD.
001030
001040 FD  HISTORICO-FILE.
001050     COPY HISTREC.
001060
001070 FD  EMERGENCIA-FILE.
001080     COPY EMERREC.
001090
001100 FD  ASISHIS-FILE.
001110     COPY ASISHREC.
001120
001130 FD  CLIENTE-FILE.
001140     COPY CLIREC.
001150
001160 FD  AUDIT-FILE.
001170     COPY AUDREC.
001180
001190 FD  AUDWORK-FILE.
001200 01  AUDWORK-LINEA                PIC X(159).
001210
001220 FD  SELLO-FILE.
001230 01  SELLO-REC.
001240     05  SELLO-ARCHIVO            PIC X(08).
001250     05  FILLER                   PIC X(01).
001260     05  SELLO-SECUENCIA          PIC 9(09).
001270     05  FILLER                   PIC X(01).
001280     05  SELLO-CADENA             PIC X(20).
001290     05  FILLER                   PIC X(01).
001300     05  SELLO-FECHA              PIC 9(08).
001310
001320 SD  WORK-FILE.
001330 01  WORK-REC.
001340     05  WORK-IDEN                PIC X(05).
001350     05  WORK-ANIO                PIC 9(04).
001360     05  WORK-NOMBRE              PIC X(30).
001370     05  WORK-TUTOR               PIC X(20).
001380
001390 FD  REPORTE-FILE.
001400 01  REPORTE-LINEA                PIC X(80).
001410
001420 WORKING-STORAGE SECTION.
001430 01  WS-STU-STATUS                PIC X(02).
001440     88  WS-STU-OK                        VALUE "00".
001450
001460 01  WS-HIS-STATUS                PIC X(02).
001470     88  WS-HIS-OK                        VALUE "00".
001480     88  WS-HIS-FIN-ARCHIVO               VALUE "10".
001490
001500 01  WS-EME-STATUS                PIC X(02).
001510     88  WS-EME-OK                        VALUE "00".
001520
001530 01  WS-ASH-STATUS                PIC X(02).
001540     88  WS-ASH-OK                        VALUE "00".
001550
001560 01  WS-CLI-STATUS                PIC X(02).
001570     88  WS-CLI-OK                        VALUE "00".
001580
001590 01  WS-AUD-STATUS                PIC X(02).
001600     88  WS-AUD-OK                        VALUE "00".
001610     88  WS-AUD-FIN-ARCHIVO               VALUE "10".
001620
001630 01  WS-AWK-STATUS                PIC X(02).
001640     88  WS-AWK-OK                        VALUE "00".
001650     88  WS-AWK-FIN-ARCHIVO               VALUE "10".
001660
001670 01  WS-SEL-STATUS                PIC X(02).
001680     88  WS-SEL-OK                        VALUE "00".
001690     88  WS-SEL-FIN-ARCHIVO               VALUE "10".
001700
001710 01  WS-RPT-STATUS                PIC X(02).
001720     88  WS-RPT-OK                        VALUE "00".
001730
001740 01  WS-ARCHIVO-REPORTE           PIC X(20) VALUE "ESCRETEN".
001750
001760 01  WS-OPERADOR                  PIC X(20)
001770     VALUE "ESCRETEN-BATCH".
001780
001790 01  WS-SWITCHES.
001800     05  WS-FIN-SORT              PIC X(01) VALUE "N".
001810         88  FIN-DE-SORT                  VALUE "S".
001820     05  WS-HAY-EMERGENCIA        PIC X(01) VALUE "N".
001830         88  EMERGENCIA-DISPONIBLE        VALUE "S".
001840     05  WS-HAY-ASISHIS           PIC X(01) VALUE "N".
001850         88  ASISHIS-DISPONIBLE           VALUE "S".
001860     05  WS-FIN-DETALLE           PIC X(01).
001870         88  FIN-DE-DETALLE               VALUE "S".
001880     05  WS-SALDO-ABIERTO         PIC X(01).
001890         88  HAY-SALDO-ABIERTO            VALUE "S".
001900         88  SALDO-SIN-VERIFICAR          VALUE "T".
001910     05  WS-CADENA-ROTA           PIC X(01) VALUE "N".
001920         88  CADENA-ROTA                  VALUE "S".
001930     05  WS-AUDIT-REESCRITO       PIC X(01) VALUE "N".
001940         88  AUDIT-REESCRITO              VALUE "S".
001950     05  WS-HUBO-AVISO            PIC X(01) VALUE "N".
001960         88  HUBO-AVISO                   VALUE "S".
001970
001980*  Plazos de retencion en anios completos desde el ultimo
001990*  archivo del estudiante; SYSPARM manda sobre estos valores.
002000 01  WS-PLAZOS.
002010     05  WS-PLAZO-EMER            PIC 9(02) VALUE 2.
002020     05  WS-PLAZO-ASIS            PIC 9(02) VALUE 5.
002030     05  WS-PLAZO-AUDIT           PIC 9(02) VALUE 10.
002040     05  WS-PLAZO-HIST            PIC 9(02) VALUE 10.
002050     05  WS-PLAZO-MINIMO          PIC 9(02) VALUE ZERO.
002060     05  WS-PLAZO-MAXIMO          PIC 9(02) VALUE ZERO.
002070
002080 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
002090 01  WS-ANIO-HOY                  PIC 9(04) VALUE ZERO.
002100 01  WS-ANTIGUEDAD                PIC 9(04) VALUE ZERO.
002110
002120*  Estudiante en curso del corte de control: el SORT entrega
002130*  sus anios del mas reciente al mas viejo.
002140 01  WS-ESTUDIANTE-ACTUAL.
002150     05  WS-ACT-IDEN              PIC X(05) VALUE SPACES.
002160     05  WS-ACT-NOMBRE            PIC X(30).
002170     05  WS-ACT-TUTOR             PIC X(20).
002180     05  WS-ACT-ULTIMO-ANIO       PIC 9(04).
002190     05  WS-ACT-TOTAL-ANIOS       PIC 9(02) COMP.
002200     05  WS-ACT-ANIO              PIC 9(04) OCCURS 30 TIMES.
002210 01  WS-IDX-ANIO                  PIC 9(02) COMP.
002220 01  WS-ACT-BORRADOS             PIC 9(07) COMP.
002230 01  WS-CUENTA-SALDO              PIC X(06) VALUE SPACES.
002240
002250*  Estudiantes cuyos renglones de ESCAUDIT se destruyen, en
002260*  orden de IDEN (asi llegan del SORT) para la busqueda.
002270 01  WS-TOTAL-PURGA               PIC 9(04) COMP VALUE ZERO.
002280 01  WS-TABLA-PURGA.
002290     05  WS-PUR-ENT               OCCURS 1 TO 5000 TIMES
002300             DEPENDING ON WS-TOTAL-PURGA
002310             ASCENDING KEY IS WS-PUR-IDEN
002320             INDEXED BY WS-IDX-PUR.
002330         10  WS-PUR-IDEN          PIC X(05).
002340         10  WS-PUR-NOMBRE        PIC X(30).
002350         10  WS-PUR-RENGLONES     PIC 9(07) COMP.
002360 01  WS-IDX-LISTA                 PIC 9(04) COMP.
002370
002380*  Verificacion de la cadena existente antes de reescribirla.
002390 01  WS-VER-SECUENCIA             PIC 9(09) VALUE ZERO.
002400 01  WS-VER-CADENA                PIC X(20) VALUE SPACES.
002410 01  WS-ESLABON-ANTERIOR.
002420     05  WS-ANT-SECUENCIA         PIC 9(09) VALUE ZERO.
002430     05  WS-ANT-CADENA            PIC X(20) VALUE SPACES.
002440
002450*  Copia de AUDSELLO para mover solo el sello de ESCAUDIT.
002460 01  WS-TOTAL-SELLOS              PIC 9(02) COMP VALUE ZERO.
002470 01  WS-TABLA-SELLOS.
002480     05  WS-SELLO-LINEA           PIC X(48) OCCURS 10 TIMES.
002490 01  WS-IDX-SELLO                 PIC 9(02) COMP.
002500
002510 01  WS-CONTADORES.
002520     05  WS-EST-REVISADOS         PIC 9(07) COMP VALUE ZERO.
002530     05  WS-EST-REINGRESADOS      PIC 9(07) COMP VALUE ZERO.
002540     05  WS-EST-CON-SALDO         PIC 9(07) COMP VALUE ZERO.
002550     05  WS-EST-SIN-TUTOR         PIC 9(07) COMP VALUE ZERO.
002560     05  WS-EST-PENDIENTES        PIC 9(07) COMP VALUE ZERO.
002570     05  WS-EMER-BORRADOS         PIC 9(07) COMP VALUE ZERO.
002580     05  WS-ASIS-BORRADOS         PIC 9(07) COMP VALUE ZERO.
002590     05  WS-HIST-REDUCIDOS        PIC 9(07) COMP VALUE ZERO.
002600     05  WS-AUD-LEIDOS            PIC 9(09) COMP VALUE ZERO.
002610     05  WS-AUD-DEPURADOS         PIC 9(09) COMP VALUE ZERO.
002620
002630 01  WS-CANTIDAD-EDIT             PIC Z(06)9.
002640 01  WS-ARCHIVO-RETENIDO          PIC X(08).
002650 01  WS-RETORNO                   PIC S9(04) COMP VALUE ZERO.
002660
002670 01  WS-LINEA-TITULO.
002680     05  FILLER                   PIC X(46)
002690         VALUE "CERTIFICADO DE DESTRUCCION DE DATOS PERSONALES".
002700     05  FILLER                   PIC X(14)
002710         VALUE " - FECHA ".
002720     05  RPT-FECHA                PIC 9(08).
002730     05  FILLER                   PIC X(12) VALUE SPACES.
002740
002750 01  WS-LINEA-PLAZOS.
002760     05  FILLER                   PIC X(26)
002770         VALUE "PLAZOS (ANIOS):  EMERIDX ".
002780     05  RPT-PLAZO-EMER           PIC Z9.
002790     05  FILLER                   PIC X(11) VALUE "  ASISHISX ".
002800     05  RPT-PLAZO-ASIS           PIC Z9.
002810     05  FILLER                   PIC X(11) VALUE "  ESCAUDIT ".
002820     05  RPT-PLAZO-AUDIT          PIC Z9.
002830     05  FILLER                   PIC X(11) VALUE "  ESCHISTX ".
002840     05  RPT-PLAZO-HIST           PIC Z9.
002850     05  FILLER                   PIC X(13) VALUE SPACES.
002860
002870 01  WS-LINEA-ENCABEZADO.
002880     05  FILLER                   PIC X(37)
002890         VALUE "IDEN  NOMBRE".
002900     05  FILLER                   PIC X(43)
002910         VALUE "ARCHIVO   DETALLE".
002920
002930 01  WS-LINEA-DETALLE.
002940     05  RPT-IDEN                 PIC X(05).
002950     05  FILLER                   PIC X(01) VALUE SPACE.
002960     05  RPT-NOMBRE               PIC X(30).
002970     05  FILLER                   PIC X(01) VALUE SPACE.
002980     05  RPT-ARCHIVO              PIC X(08).
002990     05  FILLER                   PIC X(02) VALUE SPACES.
003000     05  RPT-DETALLE              PIC X(33).
003010
003020 01  WS-LINEA-TOTAL.
003030     05  RPT-TOT-TEXTO            PIC X(40).
003040     05  RPT-TOT-CANTIDAD         PIC Z(08)9.
003050     05  FILLER                   PIC X(31) VALUE SPACES.
003060
003070 01  WS-LINEA-ESLABON.
003080     05  RPT-ESL-TEXTO            PIC X(32).
003090     05  RPT-ESL-SECUENCIA        PIC 9(09).
003100     05  FILLER                   PIC X(01) VALUE SPACE.
003110     05  RPT-ESL-CADENA           PIC X(20).
003120     05  FILLER                   PIC X(18) VALUE SPACES.
003130
003140 01  WS-LINEA-TEXTO               PIC X(80).
003150
003160 COPY ERRPARM.
003170
003180 COPY PARMPARM.
003190
003200 COPY RPTGPARM.
003210
003220 COPY LOCKPARM.
003230
003240 COPY CADEPARM.
003250
003260 PROCEDURE DIVISION.
003270 0000-MAINLINE.
003280     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003290     PERFORM 2000-APLICAR-PLAZOS THRU 2000-EXIT.
003300     IF WS-TOTAL-PURGA > ZERO
003310         PERFORM 5000-DEPURAR-AUDITORIA THRU 5000-EXIT
003320     END-IF.
003330     PERFORM 6000-REGISTRAR-RETENCION THRU 6000-EXIT.
003340     IF AUDIT-REESCRITO
003350         PERFORM 6500-MOVER-SELLO THRU 6500-EXIT
003360     END-IF.
003370     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
003380     STOP RUN.
003390
003400*----------------------------------------------------------*
003410*  1000-INICIALIZAR - Lee los plazos de SYSPARM, pide el     *
003420*  candado y abre los archivos.  Sin CLIMAST no hay como     *
003430*  probar que no hay saldo abierto: no se destruye nada.     *
003440*----------------------------------------------------------*
003450 1000-INICIALIZAR.
003460     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
003470     MOVE WS-FECHA-HOY (1:4) TO WS-ANIO-HOY.
003480     PERFORM 1100-LEER-PLAZOS THRU 1100-EXIT.
003490
003500     MOVE "ESCRETEN" TO LOCKMGR-PROGRAMA.
003510     PERFORM 1500-TOMAR-CANDADO THRU 1500-EXIT.
003520
003530     OPEN INPUT ESTUDIANTE-FILE.
003540     IF NOT WS-STU-OK
003550         MOVE WS-STU-STATUS TO ERRHAND-FILE-STATUS
003560         MOVE "ERROR AL ABRIR ESTUDIDX" TO ERRHAND-MENSAJE
003570         PERFORM 1900-ERROR-APERTURA THRU 1900-EXIT
003580     END-IF.
003590
003600     OPEN I-O HISTORICO-FILE.
003610     IF NOT WS-HIS-OK
003620         MOVE WS-HIS-STATUS TO ERRHAND-FILE-STATUS
003630         MOVE "ERROR AL ABRIR ESCHISTX" TO ERRHAND-MENSAJE
003640         PERFORM 1900-ERROR-APERTURA THRU 1900-EXIT
003650     END-IF.
003660
003670     OPEN INPUT CLIENTE-FILE.
003680     IF NOT WS-CLI-OK
003690         MOVE WS-CLI-STATUS TO ERRHAND-FILE-STATUS
003700         MOVE "SIN CLIMAST NO SE PUEDE DESCARTAR SALDO ABIERTO"
003710             TO ERRHAND-MENSAJE
003720         PERFORM 1900-ERROR-APERTURA THRU 1900-EXIT
003730     END-IF.
003740
003750*  Sin EMERIDX o ASISHISX esa parte queda para otra corrida;
003760*  lo demas se aplica igual.
003770     OPEN I-O EMERGENCIA-FILE.
003780     IF WS-EME-OK
003790         SET EMERGENCIA-DISPONIBLE TO TRUE
003800     ELSE
003810         DISPLAY "AVISO: EMERIDX NO DISPONIBLE, STATUS "
003820             WS-EME-STATUS
003830         SET HUBO-AVISO TO TRUE
003840     END-IF.
003850     OPEN I-O ASISHIS-FILE.
003860     IF WS-ASH-OK
003870         SET ASISHIS-DISPONIBLE TO TRUE
003880     ELSE
003890         DISPLAY "AVISO: ASISHISX NO DISPONIBLE, STATUS "
003900             WS-ASH-STATUS
003910         SET HUBO-AVISO TO TRUE
003920     END-IF.
003930
003940     MOVE "ESCRETEN" TO RPTGEN-REPORTE.
003950     CALL "RPTGEN" USING RPTGEN-PARM.
003960     MOVE RPTGEN-ARCHIVO TO WS-ARCHIVO-REPORTE.
003970     OPEN OUTPUT REPORTE-FILE.
003980
003990     MOVE WS-FECHA-HOY    TO RPT-FECHA.
004000     MOVE WS-PLAZO-EMER   TO RPT-PLAZO-EMER.
004010     MOVE WS-PLAZO-ASIS   TO RPT-PLAZO-ASIS.
004020     MOVE WS-PLAZO-AUDIT  TO RPT-PLAZO-AUDIT.
004030     MOVE WS-PLAZO-HIST   TO RPT-PLAZO-HIST.
004040     WRITE REPORTE-LINEA FROM WS-LINEA-TITULO.
004050     WRITE REPORTE-LINEA FROM WS-LINEA-PLAZOS.
004060     MOVE SPACES TO REPORTE-LINEA.
004070     WRITE REPORTE-LINEA.
004080     WRITE REPORTE-LINEA FROM WS-LINEA-ENCABEZADO.
004090 1000-EXIT.
004100     EXIT.
004110
004120*----------------------------------------------------------*
004130*  1100-LEER-PLAZOS - Un plazo ausente, no numerico o en     *
004140*  cero conserva el valor por omision: un cero destruiria    *
004150*  todo lo archivado en la misma corrida.                    *
004160*----------------------------------------------------------*
004170 1100-LEER-PLAZOS.
004180     MOVE "RETEN-EMERIDX" TO PARMLKP-CLAVE.
004190     CALL "PARMLKP" USING PARMLKP-PARM.
004200     IF PARMLKP-ENCONTRADO
004210        AND PARMLKP-VALOR IS NUMERIC
004220        AND PARMLKP-VALOR NOT = ZERO
004230         MOVE PARMLKP-VALOR TO WS-PLAZO-EMER
004240     END-IF.
004250     MOVE "RETEN-ASISHISX" TO PARMLKP-CLAVE.
004260     CALL "PARMLKP" USING PARMLKP-PARM.
004270     IF PARMLKP-ENCONTRADO
004280        AND PARMLKP-VALOR IS NUMERIC
004290        AND PARMLKP-VALOR NOT = ZERO
004300         MOVE PARMLKP-VALOR TO WS-PLAZO-ASIS
004310     END-IF.
004320     MOVE "RETEN-ESCAUDIT" TO PARMLKP-CLAVE.
004330     CALL "PARMLKP" USING PARMLKP-PARM.
004340     IF PARMLKP-ENCONTRADO
004350        AND PARMLKP-VALOR IS NUMERIC
004360        AND PARMLKP-VALOR NOT = ZERO
004370         MOVE PARMLKP-VALOR TO WS-PLAZO-AUDIT
004380     END-IF.
004390     MOVE "RETEN-ESCHISTX" TO PARMLKP-CLAVE.
004400     CALL "PARMLKP" USING PARMLKP-PARM.
004410     IF PARMLKP-ENCONTRADO
004420        AND PARMLKP-VALOR IS NUMERIC
004430        AND PARMLKP-VALOR NOT = ZERO
004440         MOVE PARMLKP-VALOR TO WS-PLAZO-HIST
004450     END-IF.
004460
004470     MOVE WS-PLAZO-EMER TO WS-PLAZO-MINIMO.
004480     IF WS-PLAZO-ASIS < WS-PLAZO-MINIMO
004490         MOVE WS-PLAZO-ASIS TO WS-PLAZO-MINIMO
004500     END-IF.
004510     IF WS-PLAZO-AUDIT < WS-PLAZO-MINIMO
004520         MOVE WS-PLAZO-AUDIT TO WS-PLAZO-MINIMO
004530     END-IF.
004540     IF WS-PLAZO-HIST < WS-PLAZO-MINIMO
004550         MOVE WS-PLAZO-HIST TO WS-PLAZO-MINIMO
004560     END-IF.
004570
004580     MOVE WS-PLAZO-EMER TO WS-PLAZO-MAXIMO.
004590     IF WS-PLAZO-ASIS > WS-PLAZO-MAXIMO
004600         MOVE WS-PLAZO-ASIS TO WS-PLAZO-MAXIMO
004610     END-IF.
004620     IF WS-PLAZO-AUDIT > WS-PLAZO-MAXIMO
004630         MOVE WS-PLAZO-AUDIT TO WS-PLAZO-MAXIMO
004640     END-IF.
004650     IF WS-PLAZO-HIST > WS-PLAZO-MAXIMO
004660         MOVE WS-PLAZO-HIST TO WS-PLAZO-MAXIMO
004670     END-IF.
004680 1100-EXIT.
004690     EXIT.
004700
004710*----------------------------------------------------------*
004720*  1500-TOMAR-CANDADO - Pide el candado de uso de ESTUDIDX  *
004730*  (rutina comun LOCKMGR): nadie reingresa ni da de alta     *
004740*  mientras se destruye historia.                             *
004750*----------------------------------------------------------*
004760 1500-TOMAR-CANDADO.
004770     SET LOCKMGR-TOMAR TO TRUE.
004780     CALL "LOCKMGR" USING LOCKMGR-PARM.
004790     IF LOCKMGR-EN-USO
004800         MOVE "ESCRETEN"         TO ERRHAND-PROGRAMA
004810         MOVE "1500-TOMAR-CANDADO" TO ERRHAND-PARRAFO
004820         MOVE SPACES             TO ERRHAND-FILE-STATUS
004830         SET ERRHAND-FATAL TO TRUE
004840         MOVE "ESTUDIDX EN USO POR OTRO PROGRAMA"
004850             TO ERRHAND-MENSAJE
004860         CALL "ERRHAND" USING ERRHAND-PARM
004870         DISPLAY "EN USO POR " LOCKMGR-DUENO
004880             " DESDE " LOCKMGR-DESDE-HORA
004890         MOVE 8 TO RETURN-CODE
004900         STOP RUN
004910     END-IF.
004920 1500-EXIT.
004930     EXIT.
004940
004950 1900-ERROR-APERTURA.
004960     MOVE "ESCRETEN"         TO ERRHAND-PROGRAMA.
004970     MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO.
004980     SET ERRHAND-FATAL TO TRUE.
004990     CALL "ERRHAND" USING ERRHAND-PARM.
005000     SET LOCKMGR-LIBERAR TO TRUE.
005010     CALL "LOCKMGR" USING LOCKMGR-PARM.
005020     MOVE 8 TO RETURN-CODE.
005030     STOP RUN.
005040 1900-EXIT.
005050     EXIT.
005060
005070*----------------------------------------------------------*
005080*  2000-APLICAR-PLAZOS - Ordena ESCHISTX por estudiante y    *
005090*  anio descendente; el corte de control por IDEN aplica     *
005100*  los plazos a cada estudiante.                              *
005110*----------------------------------------------------------*
005120 2000-APLICAR-PLAZOS.
005130     SORT WORK-FILE
005140         ON ASCENDING KEY WORK-IDEN
005150         ON DESCENDING KEY WORK-ANIO
005160         INPUT PROCEDURE IS 2100-CARGAR-HISTORICO THRU 2100-EXIT
005170         OUTPUT PROCEDURE IS 2200-CORTE-ESTUDIANTE THRU 2200-EXIT.
005180 2000-EXIT.
005190     EXIT.
005200
005210 2100-CARGAR-HISTORICO.
005220     MOVE LOW-VALUES TO HIST-CLAVE.
005230     START HISTORICO-FILE KEY NOT < HIST-CLAVE
005240         INVALID KEY
005250             SET WS-HIS-FIN-ARCHIVO TO TRUE
005260     END-START.
005270     PERFORM 2110-LEER-HISTORICO THRU 2110-EXIT
005280         UNTIL WS-HIS-FIN-ARCHIVO.
005290 2100-EXIT.
005300     EXIT.
005310
005320 2110-LEER-HISTORICO.
005330     READ HISTORICO-FILE NEXT RECORD
005340         AT END
005350             SET WS-HIS-FIN-ARCHIVO TO TRUE
005360             GO TO 2110-EXIT
005370     END-READ.
005380     MOVE HIST-IDEN   TO WORK-IDEN.
005390     MOVE HIST-ANIO   TO WORK-ANIO.
005400     MOVE HIST-NOMBRE TO WORK-NOMBRE.
005410     MOVE HIST-TUTOR  TO WORK-TUTOR.
005420     RELEASE WORK-REC.
005430 2110-EXIT.
005440     EXIT.
005450
005460 2200-CORTE-ESTUDIANTE.
005470     PERFORM 2210-RETORNAR-UNO THRU 2210-EXIT
005480         UNTIL FIN-DE-SORT.
005490     IF WS-ACT-IDEN NOT = SPACES
005500         PERFORM 3000-PROCESAR-ESTUDIANTE THRU 3000-EXIT
005510     END-IF.
005520 2200-EXIT.
005530     EXIT.
005540
005550*  El primer renglon de cada IDEN es su archivo mas reciente;
005560*  el tutor se toma del anio mas reciente que lo conserve.
005570 2210-RETORNAR-UNO.
005580     RETURN WORK-FILE
005590         AT END
005600             SET FIN-DE-SORT TO TRUE
005610             GO TO 2210-EXIT
005620     END-RETURN.
005630
005640     IF WORK-IDEN NOT = WS-ACT-IDEN
005650         IF WS-ACT-IDEN NOT = SPACES
005660             PERFORM 3000-PROCESAR-ESTUDIANTE THRU 3000-EXIT
005670         END-IF
005680         MOVE WORK-IDEN   TO WS-ACT-IDEN
005690         MOVE WORK-NOMBRE TO WS-ACT-NOMBRE
005700         MOVE SPACES      TO WS-ACT-TUTOR
005710         MOVE WORK-ANIO   TO WS-ACT-ULTIMO-ANIO
005720         MOVE ZERO        TO WS-ACT-TOTAL-ANIOS
005730     END-IF.
005740
005750     IF WS-ACT-TUTOR = SPACES
005760         MOVE WORK-TUTOR TO WS-ACT-TUTOR
005770     END-IF.
005780     IF WS-ACT-TOTAL-ANIOS < 30
005790         ADD 1 TO WS-ACT-TOTAL-ANIOS
005800         MOVE WORK-ANIO TO WS-ACT-ANIO (WS-ACT-TOTAL-ANIOS)
005810     END-IF.
005820 2210-EXIT.
005830     EXIT.
005840
005850*----------------------------------------------------------*
005860*  3000-PROCESAR-ESTUDIANTE - Un estudiante que volvio a     *
005870*  ESTUDIDX no es archivado; uno con saldo abierto o sin     *
005880*  tutor no se toca y se lista.  A los demas se les aplica   *
005890*  cada plazo cumplido.  Pasado el plazo mas largo, el tutor *
005900*  en blanco es el que quito la reduccion final: ya no queda *
005910*  nada que depurar y el estudiante no se lista.             *
005920*----------------------------------------------------------*
005930 3000-PROCESAR-ESTUDIANTE.
005940     ADD 1 TO WS-EST-REVISADOS.
005950     IF WS-ACT-ULTIMO-ANIO > WS-ANIO-HOY
005960         GO TO 3000-EXIT
005970     END-IF.
005980     COMPUTE WS-ANTIGUEDAD = WS-ANIO-HOY - WS-ACT-ULTIMO-ANIO.
005990     IF WS-ANTIGUEDAD < WS-PLAZO-MINIMO
006000         GO TO 3000-EXIT
006010     END-IF.
006020
006030     MOVE WS-ACT-IDEN TO ESTUDIANTE-IDEN.
006040     READ ESTUDIANTE-FILE
006050         INVALID KEY
006060             CONTINUE
006070         NOT INVALID KEY
006080             ADD 1 TO WS-EST-REINGRESADOS
006090             GO TO 3000-EXIT
006100     END-READ.
006110
006120     PERFORM 3100-VERIFICAR-SALDO THRU 3100-EXIT.
006130     IF HAY-SALDO-ABIERTO
006140         ADD 1 TO WS-EST-CON-SALDO
006150         MOVE WS-ACT-IDEN   TO RPT-IDEN
006160         MOVE WS-ACT-NOMBRE TO RPT-NOMBRE
006170         MOVE "(TODOS)"     TO RPT-ARCHIVO
006180         MOVE SPACES        TO RPT-DETALLE
006190         STRING "NO DEPURADO: SALDO CTA "
006200                WS-CUENTA-SALDO DELIMITED BY SIZE
006210             INTO RPT-DETALLE
006220         END-STRING
006230         WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE
006240         GO TO 3000-EXIT
006250     END-IF.
006260     IF SALDO-SIN-VERIFICAR
006270         IF WS-ANTIGUEDAD NOT < WS-PLAZO-MAXIMO
006280             GO TO 3000-EXIT
006290         END-IF
006300         ADD 1 TO WS-EST-SIN-TUTOR
006310         MOVE WS-ACT-IDEN   TO RPT-IDEN
006320         MOVE WS-ACT-NOMBRE TO RPT-NOMBRE
006330         MOVE "(TODOS)"     TO RPT-ARCHIVO
006340         MOVE "NO DEPURADO: SIN TUTOR EN ARCHIVO"
006350             TO RPT-DETALLE
006360         WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE
006370         GO TO 3000-EXIT
006380     END-IF.
006390
006400     IF WS-ANTIGUEDAD NOT < WS-PLAZO-EMER
006410        AND EMERGENCIA-DISPONIBLE
006420         PERFORM 3200-BORRAR-EMERGENCIA THRU 3200-EXIT
006430     END-IF.
006440     IF WS-ANTIGUEDAD NOT < WS-PLAZO-ASIS
006450        AND ASISHIS-DISPONIBLE
006460         PERFORM 3300-BORRAR-ASISTENCIA THRU 3300-EXIT
006470     END-IF.
006480     IF WS-ANTIGUEDAD NOT < WS-PLAZO-HIST
006490         PERFORM 3400-REDUCIR-HISTORICO THRU 3400-EXIT
006500     END-IF.
006510     IF WS-ANTIGUEDAD NOT < WS-PLAZO-AUDIT
006520         PERFORM 3500-ANOTAR-AUDITORIA THRU 3500-EXIT
006530     END-IF.
006540 3000-EXIT.
006550     EXIT.
006560
006570*----------------------------------------------------------*
006580*  3100-VERIFICAR-SALDO - Recorre todas las cuentas de       *
006590*  CLIMAST con el nombre del tutor (la clave alterna admite  *
006600*  duplicados); cualquiera con saldo a favor del colegio     *
006610*  detiene la destruccion.  Sin tutor no hay cuenta que      *
006620*  revisar: queda sin verificar y tampoco se destruye.       *
006630*----------------------------------------------------------*
006640 3100-VERIFICAR-SALDO.
006650     MOVE "N" TO WS-SALDO-ABIERTO.
006660     MOVE SPACES TO WS-CUENTA-SALDO.
006670     IF WS-ACT-TUTOR = SPACES
006680         SET SALDO-SIN-VERIFICAR TO TRUE
006690         GO TO 3100-EXIT
006700     END-IF.
006710     MOVE WS-ACT-TUTOR TO CLIENTE-NOMBRE.
006720     MOVE "N" TO WS-FIN-DETALLE.
006730     START CLIENTE-FILE KEY NOT < CLIENTE-NOMBRE
006740         INVALID KEY
006750             GO TO 3100-EXIT
006760     END-START.
006770     PERFORM 3150-LEER-CUENTA THRU 3150-EXIT
006780         UNTIL FIN-DE-DETALLE OR HAY-SALDO-ABIERTO.
006790 3100-EXIT.
006800     EXIT.
006810
006820 3150-LEER-CUENTA.
006830     READ CLIENTE-FILE NEXT RECORD
006840         AT END
006850             SET FIN-DE-DETALLE TO TRUE
006860             GO TO 3150-EXIT
006870     END-READ.
006880     IF CLIENTE-NOMBRE NOT = WS-ACT-TUTOR
006890         SET FIN-DE-DETALLE TO TRUE
006900         GO TO 3150-EXIT
006910     END-IF.
006920     IF CLIENTE-SALDO > ZERO
006930         SET HAY-SALDO-ABIERTO TO TRUE
006940         MOVE CLIENTE-NUMERO TO WS-CUENTA-SALDO
006950     END-IF.
006960 3150-EXIT.
006970     EXIT.
006980
006990 3200-BORRAR-EMERGENCIA.
007000     MOVE WS-ACT-IDEN TO EMER-IDEN.
007010     DELETE EMERGENCIA-FILE RECORD
007020         INVALID KEY
007030             GO TO 3200-EXIT
007040     END-DELETE.
007050     ADD 1 TO WS-EMER-BORRADOS.
007060     MOVE WS-ACT-IDEN   TO RPT-IDEN.
007070     MOVE WS-ACT-NOMBRE TO RPT-NOMBRE.
007080     MOVE "EMERIDX"     TO RPT-ARCHIVO.
007090     MOVE "CONTACTOS, ALERGIAS, SANGRE, AUT."
007100         TO RPT-DETALLE.
007110     WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE.
007120 3200-EXIT.
007130     EXIT.
007140
007150*----------------------------------------------------------*
007160*  3300-BORRAR-ASISTENCIA - Borra de ASISHISX todos los dias *
007170*  de cada anio archivado del estudiante.                     *
007180*----------------------------------------------------------*
007190 3300-BORRAR-ASISTENCIA.
007200     MOVE ZERO TO WS-ACT-BORRADOS.
007210     PERFORM 3310-BORRAR-ASIS-ANIO THRU 3310-EXIT
007220         VARYING WS-IDX-ANIO FROM 1 BY 1
007230         UNTIL WS-IDX-ANIO > WS-ACT-TOTAL-ANIOS.
007240     IF WS-ACT-BORRADOS = ZERO
007250         GO TO 3300-EXIT
007260     END-IF.
007270     ADD WS-ACT-BORRADOS TO WS-ASIS-BORRADOS.
007280     MOVE WS-ACT-BORRADOS TO WS-CANTIDAD-EDIT.
007290     MOVE WS-ACT-IDEN   TO RPT-IDEN.
007300     MOVE WS-ACT-NOMBRE TO RPT-NOMBRE.
007310     MOVE "ASISHISX"    TO RPT-ARCHIVO.
007320     MOVE SPACES        TO RPT-DETALLE.
007330     STRING WS-CANTIDAD-EDIT " DIAS DE ASISTENCIA"
007340            DELIMITED BY SIZE
007350         INTO RPT-DETALLE
007360     END-STRING.
007370     WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE.
007380 3300-EXIT.
007390     EXIT.
007400
007410 3310-BORRAR-ASIS-ANIO.
007420     MOVE WS-ACT-ANIO (WS-IDX-ANIO) TO ASISH-ANIO.
007430     MOVE WS-ACT-IDEN TO ASISH-IDEN.
007440     MOVE ZERO TO ASISH-FECHA.
007450     MOVE "N" TO WS-FIN-DETALLE.
007460     START ASISHIS-FILE KEY NOT < ASISH-CLAVE
007470         INVALID KEY
007480             GO TO 3310-EXIT
007490     END-START.
007500     PERFORM 3320-BORRAR-UN-DIA THRU 3320-EXIT
007510         UNTIL FIN-DE-DETALLE.
007520 3310-EXIT.
007530     EXIT.
007540
007550 3320-BORRAR-UN-DIA.
007560     READ ASISHIS-FILE NEXT RECORD
007570         AT END
007580             SET FIN-DE-DETALLE TO TRUE
007590             GO TO 3320-EXIT
007600     END-READ.
007610     IF ASISH-ANIO NOT = WS-ACT-ANIO (WS-IDX-ANIO)
007620        OR ASISH-IDEN NOT = WS-ACT-IDEN
007630         SET FIN-DE-DETALLE TO TRUE
007640         GO TO 3320-EXIT
007650     END-IF.
007660     DELETE ASISHIS-FILE RECORD
007670         INVALID KEY
007680             GO TO 3320-EXIT
007690     END-DELETE.
007700     ADD 1 TO WS-ACT-BORRADOS.
007710 3320-EXIT.
007720     EXIT.
007730
007740*----------------------------------------------------------*
007750*  3400-REDUCIR-HISTORICO - Cada anio de ESCHISTX queda solo *
007760*  con lo que usa la constancia ESCCONST: nombre, anio,      *
007770*  curso, promedio y estado.  Edad y fecha de inscripcion se *
007780*  destruyen; el tutor, con el que 3100 verifica el saldo,   *
007790*  solo al cumplirse el plazo mas largo.  Un anio ya         *
007800*  reducido no se cuenta.                                    *
007810*----------------------------------------------------------*
007820 3400-REDUCIR-HISTORICO.
007830     MOVE ZERO TO WS-ACT-BORRADOS.
007840     PERFORM 3410-REDUCIR-ANIO THRU 3410-EXIT
007850         VARYING WS-IDX-ANIO FROM 1 BY 1
007860         UNTIL WS-IDX-ANIO > WS-ACT-TOTAL-ANIOS.
007870     IF WS-ACT-BORRADOS = ZERO
007880         GO TO 3400-EXIT
007890     END-IF.
007900     ADD WS-ACT-BORRADOS TO WS-HIST-REDUCIDOS.
007910     MOVE WS-ACT-BORRADOS TO WS-CANTIDAD-EDIT.
007920     MOVE WS-ACT-IDEN   TO RPT-IDEN.
007930     MOVE WS-ACT-NOMBRE TO RPT-NOMBRE.
007940     MOVE "ESCHISTX"    TO RPT-ARCHIVO.
007950     MOVE SPACES        TO RPT-DETALLE.
007960     IF WS-ANTIGUEDAD NOT < WS-PLAZO-MAXIMO
007970         STRING WS-CANTIDAD-EDIT " ANIOS: EDAD,INSCR.,TUTOR"
007980                DELIMITED BY SIZE
007990             INTO RPT-DETALLE
008000         END-STRING
008010     ELSE
008020         STRING WS-CANTIDAD-EDIT " ANIOS: EDAD,INSCR."
008030                DELIMITED BY SIZE
008040             INTO RPT-DETALLE
008050         END-STRING
008060     END-IF.
008070     WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE.
008080 3400-EXIT.
008090     EXIT.
008100
008110 3410-REDUCIR-ANIO.
008120     MOVE WS-ACT-ANIO (WS-IDX-ANIO) TO HIST-ANIO.
008130     MOVE WS-ACT-IDEN TO HIST-IDEN.
008140     READ HISTORICO-FILE
008150         INVALID KEY
008160             GO TO 3410-EXIT
008170     END-READ.
008180     IF HIST-EDAD = ZERO
008190        AND HIST-FEC-INSCRIPCION = ZERO
008200        AND (HIST-TUTOR = SPACES
008210             OR WS-ANTIGUEDAD < WS-PLAZO-MAXIMO)
008220         GO TO 3410-EXIT
008230     END-IF.
008240     MOVE ZERO   TO HIST-EDAD.
008250     MOVE ZERO   TO HIST-FEC-INSCRIPCION.
008260     IF WS-ANTIGUEDAD NOT < WS-PLAZO-MAXIMO
008270         MOVE SPACES TO HIST-TUTOR
008280     END-IF.
008290     REWRITE HIST-REC
008300         INVALID KEY
008310             MOVE "ESCRETEN"        TO ERRHAND-PROGRAMA
008320             MOVE "3410-REDUCIR-ANIO" TO ERRHAND-PARRAFO
008330             MOVE WS-HIS-STATUS     TO ERRHAND-FILE-STATUS
008340             SET ERRHAND-ADVERTENCIA TO TRUE
008350             MOVE "NO SE PUDO REESCRIBIR ESCHISTX"
008360                 TO ERRHAND-MENSAJE
008370             CALL "ERRHAND" USING ERRHAND-PARM
008380             SET HUBO-AVISO TO TRUE
008390             GO TO 3410-EXIT
008400     END-REWRITE.
008410     ADD 1 TO WS-ACT-BORRADOS.
008420 3410-EXIT.
008430     EXIT.
008440
008450*  La tabla llena deja al resto para la corrida del proximo
008460*  anio, con aviso.
008470 3500-ANOTAR-AUDITORIA.
008480     IF WS-TOTAL-PURGA NOT < 5000
008490         ADD 1 TO WS-EST-PENDIENTES
008500         SET HUBO-AVISO TO TRUE
008510         GO TO 3500-EXIT
008520     END-IF.
008530     ADD 1 TO WS-TOTAL-PURGA.
008540     SET WS-IDX-PUR TO WS-TOTAL-PURGA.
008550     MOVE WS-ACT-IDEN   TO WS-PUR-IDEN (WS-IDX-PUR).
008560     MOVE WS-ACT-NOMBRE TO WS-PUR-NOMBRE (WS-IDX-PUR).
008570     MOVE ZERO          TO WS-PUR-RENGLONES (WS-IDX-PUR).
008580 3500-EXIT.
008590     EXIT.
008600
008610*----------------------------------------------------------*
008620*  5000-DEPURAR-AUDITORIA - Primera pasada: verifica la      *
008630*  cadena de ESCAUDIT y copia a ESCAUWRK los renglones que   *
008640*  se conservan.  Con la cadena rota no se reescribe nada    *
008650*  (el reencadenado taparia la alteracion).  Segunda pasada: *
008660*  ESCAUDIT se rehace desde ESCAUWRK con una cadena nueva    *
008670*  que empieza en 1.                                          *
008680*----------------------------------------------------------*
008690 5000-DEPURAR-AUDITORIA.
008700     OPEN INPUT AUDIT-FILE.
008710     IF NOT WS-AUD-OK
008720         DISPLAY "AVISO: ESCAUDIT NO DISPONIBLE, STATUS "
008730             WS-AUD-STATUS
008740         SET HUBO-AVISO TO TRUE
008750         GO TO 5000-EXIT
008760     END-IF.
008770     OPEN OUTPUT AUDWORK-FILE.
008780     PERFORM 5100-COPIAR-RENGLON THRU 5100-EXIT
008790         UNTIL WS-AUD-FIN-ARCHIVO OR CADENA-ROTA.
008800     CLOSE AUDIT-FILE.
008810     CLOSE AUDWORK-FILE.
008820
008830     IF CADENA-ROTA
008840         MOVE "ESCRETEN"        TO ERRHAND-PROGRAMA
008850         MOVE "5000-DEPURAR-AUDITORIA" TO ERRHAND-PARRAFO
008860         MOVE SPACES            TO ERRHAND-FILE-STATUS
008870         SET ERRHAND-FATAL TO TRUE
008880         MOVE "CADENA DE ESCAUDIT ROTA; RASTRO NO DEPURADO"
008890             TO ERRHAND-MENSAJE
008900         CALL "ERRHAND" USING ERRHAND-PARM
008910         MOVE ZERO TO WS-AUD-DEPURADOS
008920         MOVE SPACES TO WS-LINEA-TEXTO
008930         STRING "ESCAUDIT NO DEPURADO: CADENA ROTA EN LA "
008940                "SECUENCIA " WS-VER-SECUENCIA
008950                DELIMITED BY SIZE
008960             INTO WS-LINEA-TEXTO
008970         END-STRING
008980         WRITE REPORTE-LINEA FROM WS-LINEA-TEXTO
008990         GO TO 5000-EXIT
009000     END-IF.
009010
009020     IF WS-AUD-DEPURADOS = ZERO
009030         GO TO 5000-EXIT
009040     END-IF.
009050
009060     OPEN INPUT AUDWORK-FILE.
009070     OPEN OUTPUT AUDIT-FILE.
009080     IF NOT WS-AUD-OK
009090         MOVE "ESCRETEN"        TO ERRHAND-PROGRAMA
009100         MOVE "5000-DEPURAR-AUDITORIA" TO ERRHAND-PARRAFO
009110         MOVE WS-AUD-STATUS     TO ERRHAND-FILE-STATUS
009120         SET ERRHAND-FATAL TO TRUE
009130         MOVE "NO SE PUDO REESCRIBIR ESCAUDIT; COPIA EN ESCAUWRK"
009140             TO ERRHAND-MENSAJE
009150         CALL "ERRHAND" USING ERRHAND-PARM
009160         CLOSE AUDWORK-FILE
009170         SET CADENA-ROTA TO TRUE
009180         MOVE ZERO TO WS-AUD-DEPURADOS
009190         GO TO 5000-EXIT
009200     END-IF.
009210     MOVE "ESCAUDIT" TO AUDCADEN-ARCHIVO.
009220     MOVE 129 TO AUDCADEN-POSICION.
009230     MOVE ZERO   TO AUDCADEN-SECUENCIA.
009240     MOVE SPACES TO AUDCADEN-CADENA.
009250     MOVE "N" TO WS-FIN-DETALLE.
009260     PERFORM 5200-REENCADENAR THRU 5200-EXIT
009270         UNTIL FIN-DE-DETALLE.
009280     CLOSE AUDWORK-FILE.
009290     CLOSE AUDIT-FILE.
009300     SET AUDIT-REESCRITO TO TRUE.
009310
009320     PERFORM 5300-LISTAR-DEPURADOS THRU 5300-EXIT
009330         VARYING WS-IDX-LISTA FROM 1 BY 1
009340         UNTIL WS-IDX-LISTA > WS-TOTAL-PURGA.
009350 5000-EXIT.
009360     EXIT.
009370
009380*----------------------------------------------------------*
009390*  5100-COPIAR-RENGLON - Verifica el eslabon (misma regla    *
009400*  que AUDVERIF: secuencia consecutiva y huella recalculada  *
009410*  desde la anterior; los renglones previos a la cadena no   *
009420*  se verifican) y separa los renglones a destruir.          *
009430*----------------------------------------------------------*
009440 5100-COPIAR-RENGLON.
009450     READ AUDIT-FILE
009460         AT END
009470             SET WS-AUD-FIN-ARCHIVO TO TRUE
009480             GO TO 5100-EXIT
009490     END-READ.
009500     ADD 1 TO WS-AUD-LEIDOS.
009510
009520     IF AUD-SECUENCIA IS NUMERIC
009530         IF WS-VER-SECUENCIA > ZERO
009540            AND AUD-SECUENCIA NOT = WS-VER-SECUENCIA + 1
009550             SET CADENA-ROTA TO TRUE
009560             GO TO 5100-EXIT
009570         END-IF
009580         MOVE "ESCAUDIT"      TO AUDCADEN-ARCHIVO
009590         MOVE 129             TO AUDCADEN-POSICION
009600         MOVE AUD-SECUENCIA   TO AUDCADEN-SECUENCIA
009610         MOVE WS-VER-CADENA   TO AUDCADEN-CADENA
009620         MOVE AUDIT-REC       TO AUDCADEN-RENGLON
009630         SET AUDCADEN-ENCADENAR TO TRUE
009640         CALL "AUDCADEN" USING AUDCADEN-PARM
009650         IF AUDCADEN-CADENA NOT = AUD-CADENA
009660             MOVE AUD-SECUENCIA TO WS-VER-SECUENCIA
009670             SET CADENA-ROTA TO TRUE
009680             GO TO 5100-EXIT
009690         END-IF
009700         MOVE AUD-SECUENCIA TO WS-VER-SECUENCIA
009710         MOVE AUD-CADENA    TO WS-VER-CADENA
009720         MOVE AUD-SECUENCIA TO WS-ANT-SECUENCIA
009730         MOVE AUD-CADENA    TO WS-ANT-CADENA
009740     ELSE
009750         IF WS-VER-SECUENCIA > ZERO
009760             SET CADENA-ROTA TO TRUE
009770             GO TO 5100-EXIT
009780         END-IF
009790     END-IF.
009800
009810     IF AUD-IDEN NOT = SPACES
009820         SEARCH ALL WS-PUR-ENT
009830             WHEN WS-PUR-IDEN (WS-IDX-PUR) = AUD-IDEN
009840                 ADD 1 TO WS-PUR-RENGLONES (WS-IDX-PUR)
009850                 ADD 1 TO WS-AUD-DEPURADOS
009860                 GO TO 5100-EXIT
009870         END-SEARCH
009880     END-IF.
009890     WRITE AUDWORK-LINEA FROM AUDIT-REC.
009900 5100-EXIT.
009910     EXIT.
009920
009930 5200-REENCADENAR.
009940     READ AUDWORK-FILE
009950         AT END
009960             SET FIN-DE-DETALLE TO TRUE
009970             GO TO 5200-EXIT
009980     END-READ.
009990     MOVE AUDWORK-LINEA TO AUDIT-REC.
010000     PERFORM 8900-GRABAR-AUDITORIA THRU 8900-EXIT.
010010 5200-EXIT.
010020     EXIT.
010030
010040 5300-LISTAR-DEPURADOS.
010050     IF WS-PUR-RENGLONES (WS-IDX-LISTA) = ZERO
010060         GO TO 5300-EXIT
010070     END-IF.
010080     MOVE WS-PUR-RENGLONES (WS-IDX-LISTA) TO WS-CANTIDAD-EDIT.
010090     MOVE WS-PUR-IDEN (WS-IDX-LISTA)   TO RPT-IDEN.
010100     MOVE WS-PUR-NOMBRE (WS-IDX-LISTA) TO RPT-NOMBRE.
010110     MOVE "ESCAUDIT"    TO RPT-ARCHIVO.
010120     MOVE SPACES        TO RPT-DETALLE.
010130     STRING WS-CANTIDAD-EDIT " RENGLONES DE AUDITORIA"
010140            DELIMITED BY SIZE
010150         INTO RPT-DETALLE
010160     END-STRING.
010170     WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE.
010180 5300-EXIT.
010190     EXIT.
010200
010210*----------------------------------------------------------*
010220*  6000-REGISTRAR-RETENCION - Un renglon RETENCION por       *
010230*  archivo tocado, al final de ESCAUDIT y encadenado como    *
010240*  cualquier otro: la destruccion misma queda auditada.      *
010250*----------------------------------------------------------*
010260 6000-REGISTRAR-RETENCION.
010270     IF WS-EMER-BORRADOS = ZERO
010280        AND WS-ASIS-BORRADOS = ZERO
010290        AND WS-HIST-REDUCIDOS = ZERO
010300        AND WS-AUD-DEPURADOS = ZERO
010310         GO TO 6000-EXIT
010320     END-IF.
010330     MOVE "ESCAUDIT" TO AUDCADEN-ARCHIVO.
010340     MOVE 129 TO AUDCADEN-POSICION.
010350     SET AUDCADEN-ULTIMO TO TRUE.
010360     CALL "AUDCADEN" USING AUDCADEN-PARM.
010370     OPEN EXTEND AUDIT-FILE.
010380     IF NOT WS-AUD-OK
010390         OPEN OUTPUT AUDIT-FILE
010400     END-IF.
010410     IF WS-EMER-BORRADOS > ZERO
010420         MOVE "EMERIDX" TO WS-ARCHIVO-RETENIDO
010430         MOVE WS-EMER-BORRADOS TO WS-CANTIDAD-EDIT
010440         PERFORM 6100-RENGLON-RETENCION THRU 6100-EXIT
010450     END-IF.
010460     IF WS-ASIS-BORRADOS > ZERO
010470         MOVE "ASISHISX" TO WS-ARCHIVO-RETENIDO
010480         MOVE WS-ASIS-BORRADOS TO WS-CANTIDAD-EDIT
010490         PERFORM 6100-RENGLON-RETENCION THRU 6100-EXIT
010500     END-IF.
010510     IF WS-HIST-REDUCIDOS > ZERO
010520         MOVE "ESCHISTX" TO WS-ARCHIVO-RETENIDO
010530         MOVE WS-HIST-REDUCIDOS TO WS-CANTIDAD-EDIT
010540         PERFORM 6100-RENGLON-RETENCION THRU 6100-EXIT
010550     END-IF.
010560     IF WS-AUD-DEPURADOS > ZERO
010570         MOVE "ESCAUDIT" TO WS-ARCHIVO-RETENIDO
010580         MOVE WS-AUD-DEPURADOS TO WS-CANTIDAD-EDIT
010590         PERFORM 6100-RENGLON-RETENCION THRU 6100-EXIT
010600     END-IF.
010610     CLOSE AUDIT-FILE.
010620 6000-EXIT.
010630     EXIT.
010640
010650 6100-RENGLON-RETENCION.
010660     INITIALIZE AUDIT-REC.
010670     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
010680     ACCEPT AUD-HORA FROM TIME.
010690     MOVE WS-OPERADOR TO AUD-OPERADOR.
010700     MOVE SPACES TO AUD-IDEN.
010710     MOVE "RETENCION" TO AUD-OPERACION.
010720     MOVE WS-ARCHIVO-RETENIDO TO AUD-CAMPO.
010730     MOVE SPACES TO AUD-ANTES.
010740     STRING WS-CANTIDAD-EDIT " DESTRUIDOS"
010750            DELIMITED BY SIZE
010760         INTO AUD-DESPUES
010770     END-STRING.
010780     PERFORM 8900-GRABAR-AUDITORIA THRU 8900-EXIT.
010790 6100-EXIT.
010800     EXIT.
010810
010820*----------------------------------------------------------*
010830*  6500-MOVER-SELLO - El rastro reescrito ya no llega al     *
010840*  sello viejo: AUDSELLO se reescribe con el ultimo eslabon  *
010850*  nuevo de ESCAUDIT y los sellos de los otros rastros       *
010860*  intactos.  Sin AUDSELLO no hay sello que mover.           *
010870*----------------------------------------------------------*
010880 6500-MOVER-SELLO.
010890     OPEN INPUT SELLO-FILE.
010900     IF NOT WS-SEL-OK
010910         GO TO 6500-EXIT
010920     END-IF.
010930     PERFORM 6510-LEER-SELLO THRU 6510-EXIT
010940         UNTIL WS-SEL-FIN-ARCHIVO.
010950     CLOSE SELLO-FILE.
010960
010970     OPEN OUTPUT SELLO-FILE.
010980     IF NOT WS-SEL-OK
010990         MOVE "ESCRETEN"        TO ERRHAND-PROGRAMA
011000         MOVE "6500-MOVER-SELLO" TO ERRHAND-PARRAFO
011010         MOVE WS-SEL-STATUS     TO ERRHAND-FILE-STATUS
011020         SET ERRHAND-FATAL TO TRUE
011030         MOVE "NO SE PUDO REESCRIBIR AUDSELLO" TO ERRHAND-MENSAJE
011040         CALL "ERRHAND" USING ERRHAND-PARM
011050         SET CADENA-ROTA TO TRUE
011060         GO TO 6500-EXIT
011070     END-IF.
011080     PERFORM 6520-GRABAR-SELLO THRU 6520-EXIT
011090         VARYING WS-IDX-SELLO FROM 1 BY 1
011100         UNTIL WS-IDX-SELLO > WS-TOTAL-SELLOS.
011110     CLOSE SELLO-FILE.
011120 6500-EXIT.
011130     EXIT.
011140
011150 6510-LEER-SELLO.
011160     READ SELLO-FILE
011170         AT END
011180             SET WS-SEL-FIN-ARCHIVO TO TRUE
011190             GO TO 6510-EXIT
011200     END-READ.
011210     IF WS-TOTAL-SELLOS < 10
011220         ADD 1 TO WS-TOTAL-SELLOS
011230         MOVE SELLO-REC TO WS-SELLO-LINEA (WS-TOTAL-SELLOS)
011240     END-IF.
011250 6510-EXIT.
011260     EXIT.
011270
011280 6520-GRABAR-SELLO.
011290     MOVE WS-SELLO-LINEA (WS-IDX-SELLO) TO SELLO-REC.
011300     IF SELLO-ARCHIVO = "ESCAUDIT"
011310         MOVE AUDCADEN-SECUENCIA TO SELLO-SECUENCIA
011320         MOVE AUDCADEN-CADENA    TO SELLO-CADENA
011330         MOVE WS-FECHA-HOY       TO SELLO-FECHA
011340     END-IF.
011350     WRITE SELLO-REC.
011360 6520-EXIT.
011370     EXIT.
011380
011390*----------------------------------------------------------*
011400*  8900-GRABAR-AUDITORIA - Numera y encadena el renglon      *
011410*  (rutina AUDCADEN) y lo graba en ESCAUDIT.                 *
011420*----------------------------------------------------------*
011430 8900-GRABAR-AUDITORIA.
011440     ADD 1 TO AUDCADEN-SECUENCIA.
011450     MOVE AUDCADEN-SECUENCIA TO AUD-SECUENCIA.
011460     MOVE AUDIT-REC TO AUDCADEN-RENGLON.
011470     SET AUDCADEN-ENCADENAR TO TRUE.
011480     CALL "AUDCADEN" USING AUDCADEN-PARM.
011490     MOVE AUDCADEN-CADENA TO AUD-CADENA.
011500     WRITE AUDIT-REC.
011510 8900-EXIT.
011520     EXIT.
011530
011540*----------------------------------------------------------*
011550*  9000-FINALIZAR - Totales, eslabones de ESCAUDIT y firma   *
011560*  del certificado; libera el candado.  RC=8 si el rastro    *
011570*  no se pudo depurar, RC=4 si algo quedo pendiente.         *
011580*----------------------------------------------------------*
011590 9000-FINALIZAR.
011600     MOVE SPACES TO REPORTE-LINEA.
011610     WRITE REPORTE-LINEA.
011620     MOVE "ESTUDIANTES ARCHIVADOS REVISADOS" TO RPT-TOT-TEXTO.
011630     MOVE WS-EST-REVISADOS TO RPT-TOT-CANTIDAD.
011640     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
011650     MOVE "REINGRESADOS (NO ARCHIVADOS)" TO RPT-TOT-TEXTO.
011660     MOVE WS-EST-REINGRESADOS TO RPT-TOT-CANTIDAD.
011670     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
011680     MOVE "NO DEPURADOS POR SALDO ABIERTO" TO RPT-TOT-TEXTO.
011690     MOVE WS-EST-CON-SALDO TO RPT-TOT-CANTIDAD.
011700     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
011710     MOVE "NO DEPURADOS SIN TUTOR (SIN VERIF.)" TO RPT-TOT-TEXTO.
011720     MOVE WS-EST-SIN-TUTOR TO RPT-TOT-CANTIDAD.
011730     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
011740     MOVE "EMERIDX  FICHAS BORRADAS" TO RPT-TOT-TEXTO.
011750     MOVE WS-EMER-BORRADOS TO RPT-TOT-CANTIDAD.
011760     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
011770     MOVE "ASISHISX DIAS BORRADOS" TO RPT-TOT-TEXTO.
011780     MOVE WS-ASIS-BORRADOS TO RPT-TOT-CANTIDAD.
011790     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
011800     MOVE "ESCHISTX ANIOS REDUCIDOS" TO RPT-TOT-TEXTO.
011810     MOVE WS-HIST-REDUCIDOS TO RPT-TOT-CANTIDAD.
011820     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
011830     MOVE "ESCAUDIT RENGLONES BORRADOS" TO RPT-TOT-TEXTO.
011840     MOVE WS-AUD-DEPURADOS TO RPT-TOT-CANTIDAD.
011850     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
011860     IF WS-EST-PENDIENTES > ZERO
011870         MOVE "PENDIENTES PARA LA PROXIMA CORRIDA"
011880             TO RPT-TOT-TEXTO
011890         MOVE WS-EST-PENDIENTES TO RPT-TOT-CANTIDAD
011900         WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL
011910     END-IF.
011920
011930     IF AUDIT-REESCRITO
011940         MOVE SPACES TO REPORTE-LINEA
011950         WRITE REPORTE-LINEA
011960         MOVE "ESCAUDIT ULTIMO ESLABON ANTES : "
011970             TO RPT-ESL-TEXTO
011980         MOVE WS-ANT-SECUENCIA TO RPT-ESL-SECUENCIA
011990         MOVE WS-ANT-CADENA    TO RPT-ESL-CADENA
012000         WRITE REPORTE-LINEA FROM WS-LINEA-ESLABON
012010         MOVE "ESCAUDIT ULTIMO ESLABON NUEVO : "
012020             TO RPT-ESL-TEXTO
012030         MOVE AUDCADEN-SECUENCIA TO RPT-ESL-SECUENCIA
012040         MOVE AUDCADEN-CADENA    TO RPT-ESL-CADENA
012050         WRITE REPORTE-LINEA FROM WS-LINEA-ESLABON
012060     END-IF.
012070
012080     MOVE SPACES TO REPORTE-LINEA.
012090     WRITE REPORTE-LINEA.
012100     MOVE "DESTRUCCION EJECUTADA POR ESCRETEN.  REVISO:"
012110         TO WS-LINEA-TEXTO.
012120     MOVE "______________________" TO WS-LINEA-TEXTO (47:22).
012130     WRITE REPORTE-LINEA FROM WS-LINEA-TEXTO.
012140
012150     CLOSE ESTUDIANTE-FILE.
012160     CLOSE HISTORICO-FILE.
012170     CLOSE CLIENTE-FILE.
012180     IF EMERGENCIA-DISPONIBLE
012190         CLOSE EMERGENCIA-FILE
012200     END-IF.
012210     IF ASISHIS-DISPONIBLE
012220         CLOSE ASISHIS-FILE
012230     END-IF.
012240     CLOSE REPORTE-FILE.
012250
012260     SET LOCKMGR-LIBERAR TO TRUE.
012270     CALL "LOCKMGR" USING LOCKMGR-PARM.
012280
012290     DISPLAY " ".
012300     DISPLAY "---- RETENCION LEGAL DE DATOS ----".
012310     DISPLAY "ESTUDIANTES REVISADOS : " WS-EST-REVISADOS.
012320     DISPLAY "CON SALDO ABIERTO     : " WS-EST-CON-SALDO.
012330     DISPLAY "SIN TUTOR, SIN VERIF. : " WS-EST-SIN-TUTOR.
012340     DISPLAY "EMERIDX BORRADOS      : " WS-EMER-BORRADOS.
012350     DISPLAY "ASISHISX BORRADOS     : " WS-ASIS-BORRADOS.
012360     DISPLAY "ESCHISTX REDUCIDOS    : " WS-HIST-REDUCIDOS.
012370     DISPLAY "ESCAUDIT BORRADOS     : " WS-AUD-DEPURADOS.
012380     DISPLAY "CERTIFICADO: " WS-ARCHIVO-REPORTE.
012390
012400     MOVE ZERO TO WS-RETORNO.
012410     IF HUBO-AVISO OR WS-EST-CON-SALDO > ZERO
012420        OR WS-EST-SIN-TUTOR > ZERO
012430         MOVE 4 TO WS-RETORNO
012440     END-IF.
012450     IF CADENA-ROTA
012460         MOVE 8 TO WS-RETORNO
012470     END-IF.
012480     MOVE WS-RETORNO TO RETURN-CODE.
012490 9000-EXIT.
012500     EXIT.

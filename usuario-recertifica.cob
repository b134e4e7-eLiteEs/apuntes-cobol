000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  USRRECER                                     *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Recertificacion trimestral de accesos: abre el trimestre  *
000090*  en RECERIDX (cada cuenta activa de LOGINUSR queda         *
000100*  pendiente, con fecha limite hoy + RECER-DIAS-PLAZO) y     *
000110*  emite una hoja de firma por jefe de departamento con      *
000120*  cada cuenta que firma: rol, departamento, ultimo acceso   *
000130*  exitoso (LOGAUDIT), dias desde el cambio de contrasena y  *
000140*  asignaciones docentes (ASIGIDX).  Marca las cuentas sin   *
000150*  acceso en mas de RECER-DIAS-INACTIVO dias.  El jefe       *
000160*  contesta en RECECAPT; USRRECVE desactiva al vencer el     *
000170*  plazo lo que no se confirmo.  Correrlo de nuevo en el     *
000180*  mismo trimestre solo vuelve a emitir las hojas.           *
000190*----------------------------------------------------------*
000200*  MODIFICATIONS.
000210*  2026-10-15 JFV  Creacion inicial.
000220*----------------------------------------------------------*
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. USRRECER.
000250 AUTHOR. J. FIGUEROA VEGA.
000260 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000270 DATE-WRITTEN. 2026-10-15.
000280 DATE-COMPILED.
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT USUARIO-FILE ASSIGN TO "LOGINUSR"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS SEQUENTIAL
000360         RECORD KEY IS USUARIO-USERNAME
000370         FILE STATUS IS WS-USR-STATUS.
000380
000390     SELECT AUDITORIA-FILE ASSIGN TO "LOGAUDIT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-AUD-STATUS.
000420
000430     SELECT ASIGNACION-FILE ASSIGN TO "ASIGIDX"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS ASIG-CLAVE
000470         FILE STATUS IS WS-ASG-STATUS.
000480
000490     SELECT RECER-FILE ASSIGN TO "RECERIDX"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS RECER-USERNAME
000530         FILE STATUS IS WS-REC-STATUS.
000540
000550     SELECT WORK-FILE ASSIGN TO "RECEWORK"
000560         ORGANIZATION IS SEQUENTIAL.
000570
000580     SELECT REPORTE-FILE ASSIGN TO WS-ARCHIVO-REPORTE
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-RPT-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  USUARIO-FILE.
000650     COPY USRREC.
000660
000670 FD  AUDITORIA-FILE.
000680 01  AUD-REC.
000690     05  AUD-FECHA                PIC 9(08).
000700     05  FILLER                  PIC X(01).
000710     05  AUD-HORA                 PIC 9(06).
000720     05  FILLER                  PIC X(01).
000730     05  AUD-USERNAME             PIC X(20).
000740     05  FILLER                  PIC X(01).
000750     05  AUD-RESULTADO            PIC X(10).
000760     05  FILLER                  PIC X(01).
000770     05  AUD-DETALLE              PIC X(20).
000780     05  FILLER                  PIC X(01).
000790     05  AUD-SECUENCIA            PIC 9(09).
000800     05  FILLER                  PIC X(01).
000810     05  AUD-CADENA               PIC X(20).
000820
000830 FD  ASIGNACION-FILE.
000840     COPY ASIGREC.
000850
000860 FD  RECER-FILE.
000870     COPY RECEREC.
000880
000890 SD  WORK-FILE.
000900 01  WORK-REC.
000910     05  WORK-JEFE                PIC X(20).
000920     05  WORK-USERNAME            PIC X(20).
000930     05  WORK-DEPTO               PIC X(20).
000940     05  WORK-ROL                 PIC X(01).
000950     05  WORK-ULT-ACCESO          PIC 9(08).
000960     05  WORK-FEC-CAMBIO          PIC 9(08).
000970     05  WORK-ESTADO              PIC X(01).
000980
000990 FD  REPORTE-FILE.
001000 01  REPORTE-LINEA                PIC X(80).
001010
001020 WORKING-STORAGE SECTION.
001030 01  WS-USR-STATUS                PIC X(02).
001040     88  WS-USR-OK                        VALUE "00".
001050     88  WS-USR-FIN-ARCHIVO               VALUE "10".
001060
001070 01  WS-AUD-STATUS                PIC X(02).
001080     88  WS-AUD-OK                        VALUE "00".
001090     88  WS-AUD-FIN-ARCHIVO               VALUE "10".
001100
001110 01  WS-ASG-STATUS                PIC X(02).
001120     88  WS-ASG-OK                        VALUE "00".
001130     88  WS-ASG-FIN-ARCHIVO               VALUE "10".
001140
001150 01  WS-REC-STATUS                PIC X(02).
001160     88  WS-REC-OK                        VALUE "00".
001170     88  WS-REC-NO-EXISTE                 VALUE "35".
001180
001190 01  WS-RPT-STATUS                PIC X(02).
001200     88  WS-RPT-OK                        VALUE "00".
001210
001220 01  WS-ARCHIVO-REPORTE           PIC X(20) VALUE "USRRECER".
001230
001240 01  WS-SWITCHES.
001250     05  WS-FIN-SORT              PIC X(01) VALUE "N".
001260         88  FIN-DE-SORT                  VALUE "S".
001270     05  WS-HAY-ASIGNACION        PIC X(01) VALUE "N".
001280         88  ASIGNACION-DISPONIBLE        VALUE "S".
001290     05  WS-HAY-HOJA              PIC X(01) VALUE "N".
001300         88  HOJA-ABIERTA                 VALUE "S".
001310     05  WS-FIN-ASIG              PIC X(01).
001320         88  FIN-DE-ASIGNACIONES          VALUE "S".
001330     05  WS-HUBO-AVISO            PIC X(01) VALUE "N".
001340         88  HUBO-AVISO                   VALUE "S".
001350
001360*  Dias sin acceso que marcan la cuenta y plazo en dias para *
001370*  contestar; SYSPARM manda sobre estos valores.             *
001380 01  WS-DIAS-INACTIVO             PIC 9(03) VALUE 90.
001390 01  WS-DIAS-PLAZO                PIC 9(03) VALUE 15.
001400
001410 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
001420 01  WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
001430     05  WS-HOY-ANIO              PIC 9(04).
001440     05  WS-HOY-MES               PIC 9(02).
001450     05  WS-HOY-DIA               PIC 9(02).
001460 01  WS-FECHA-LIMITE              PIC 9(08) VALUE ZERO.
001470 01  WS-TRIMESTRE                 PIC 9(05) VALUE ZERO.
001480 01  WS-TRIMESTRE-R REDEFINES WS-TRIMESTRE.
001490     05  WS-TRI-ANIO              PIC 9(04).
001500     05  WS-TRI-NUMERO            PIC 9(01).
001510 01  WS-DIAS                      PIC S9(09) COMP VALUE ZERO.
001520
001530*  Cuentas activas de LOGINUSR en orden de clave, para       *
001540*  ubicar el ultimo acceso exitoso de cada una en LOGAUDIT.  *
001550 01  WS-TOTAL-CUENTAS             PIC 9(04) COMP VALUE ZERO.
001560 01  WS-TABLA-CUENTAS.
001570     05  WS-CTA-ENT               OCCURS 1 TO 1000 TIMES
001580             DEPENDING ON WS-TOTAL-CUENTAS
001590             ASCENDING KEY IS WS-CTA-USERNAME
001600             INDEXED BY WS-IDX-CTA.
001610         10  WS-CTA-USERNAME      PIC X(20).
001620         10  WS-CTA-ROL           PIC X(01).
001630         10  WS-CTA-FEC-CAMBIO    PIC 9(08).
001640         10  WS-CTA-ULT-ACCESO    PIC 9(08).
001650 01  WS-IDX-CARGA                 PIC 9(04) COMP.
001660
001670*  Jefe de la hoja en curso del corte de control.            *
001680 01  WS-JEFE-ACTUAL               PIC X(20) VALUE SPACES.
001690 01  WS-CUENTAS-HOJA              PIC 9(05) COMP VALUE ZERO.
001700
001710 01  WS-CONTADORES.
001720     05  WS-TOT-CUENTAS           PIC 9(07) COMP VALUE ZERO.
001730     05  WS-TOT-HOJAS             PIC 9(07) COMP VALUE ZERO.
001740     05  WS-TOT-INACTIVAS         PIC 9(07) COMP VALUE ZERO.
001750     05  WS-TOT-NUNCA             PIC 9(07) COMP VALUE ZERO.
001760     05  WS-TOT-SIN-JEFE          PIC 9(07) COMP VALUE ZERO.
001770     05  WS-TOT-ABIERTAS          PIC 9(07) COMP VALUE ZERO.
001780
001790 01  WS-DIAS-EDIT                 PIC Z(03)9.
001800 01  WS-RETORNO                   PIC S9(04) COMP VALUE ZERO.
001810
001820 01  WS-LINEA-TITULO.
001830     05  FILLER                   PIC X(39)
001840         VALUE "RECERTIFICACION DE ACCESOS - TRIMESTRE ".
001850     05  RPT-TRI-ANIO             PIC 9(04).
001860     05  FILLER                   PIC X(01) VALUE "-".
001870     05  RPT-TRI-NUMERO           PIC 9(01).
001880     05  FILLER                   PIC X(09) VALUE "  FECHA ".
001890     05  RPT-FECHA                PIC 9(08).
001900     05  FILLER                   PIC X(18) VALUE SPACES.
001910
001920 01  WS-LINEA-JEFE.
001930     05  FILLER                   PIC X(16)
001940         VALUE "HOJA DE FIRMA - ".
001950     05  RPT-JEFE                 PIC X(20).
001960     05  FILLER                   PIC X(16)
001970         VALUE "  FECHA LIMITE ".
001980     05  RPT-LIMITE               PIC 9(08).
001990     05  FILLER                   PIC X(20) VALUE SPACES.
002000
002010 01  WS-LINEA-ENCABEZADO.
002020     05  FILLER                   PIC X(24)
002030         VALUE "USUARIO              ROL".
002040     05  FILLER                   PIC X(16)
002050         VALUE "DEPARTAMENTO".
002060     05  FILLER                   PIC X(15)
002070         VALUE "ACCESO   D-PW".
002080     05  FILLER                   PIC X(25)
002090         VALUE "MARCA".
002100
002110 01  WS-LINEA-DETALLE.
002120     05  RPT-USUARIO              PIC X(20).
002130     05  FILLER                   PIC X(01) VALUE SPACE.
002140     05  RPT-ROL                  PIC X(01).
002150     05  FILLER                   PIC X(02) VALUE SPACES.
002160     05  RPT-DEPTO                PIC X(15).
002170     05  FILLER                   PIC X(01) VALUE SPACE.
002180     05  RPT-ULT-ACCESO           PIC X(08).
002190     05  FILLER                   PIC X(01) VALUE SPACE.
002200     05  RPT-DIAS-PW              PIC X(05).
002210     05  FILLER                   PIC X(01) VALUE SPACE.
002220     05  RPT-MARCA                PIC X(25).
002230
002240 01  WS-LINEA-ASIGNACION.
002250     05  FILLER                   PIC X(10) VALUE SPACES.
002260     05  FILLER                   PIC X(18)
002270         VALUE "ASIGNACION: CURSO ".
002280     05  RPT-ASG-CURSO            PIC X(10).
002290     05  FILLER                   PIC X(09) VALUE " MATERIA ".
002300     05  RPT-ASG-MATERIA          PIC X(10).
002310     05  FILLER                   PIC X(23) VALUE SPACES.
002320
002330 01  WS-LINEA-TOTAL.
002340     05  RPT-TOT-TEXTO            PIC X(40).
002350     05  RPT-TOT-CANTIDAD         PIC Z(08)9.
002360     05  FILLER                   PIC X(31) VALUE SPACES.
002370
002380 01  WS-LINEA-TEXTO               PIC X(80).
002390
002400 COPY ERRPARM.
002410
002420 COPY PARMPARM.
002430
002440 COPY RPTGPARM.
002450
002460 PROCEDURE DIVISION.
002470 0000-MAINLINE.
002480     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002490     PERFORM 1200-CARGAR-CUENTAS THRU 1200-EXIT.
002500     PERFORM 1300-LEER-ACCESOS THRU 1300-EXIT.
002510     PERFORM 2000-EMITIR-HOJAS THRU 2000-EXIT.
002520     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002530     STOP RUN.
002540
002550*----------------------------------------------------------*
002560*  1000-INICIALIZAR - Parametros, trimestre y fecha limite;  *
002570*  abre los archivos.  Sin ASIGIDX las hojas salen sin las   *
002580*  asignaciones docentes (RC 4).                             *
002590*----------------------------------------------------------*
002600 1000-INICIALIZAR.
002610     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
002620     PERFORM 1100-LEER-PARAMETROS THRU 1100-EXIT.
002630     MOVE WS-HOY-ANIO TO WS-TRI-ANIO.
002640     COMPUTE WS-TRI-NUMERO = (WS-HOY-MES - 1) / 3 + 1.
002650     COMPUTE WS-FECHA-LIMITE = FUNCTION DATE-OF-INTEGER
002660         (FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY)
002670          + WS-DIAS-PLAZO).
002680
002690     OPEN INPUT USUARIO-FILE.
002700     IF NOT WS-USR-OK
002710         MOVE WS-USR-STATUS TO ERRHAND-FILE-STATUS
002720         MOVE "ERROR AL ABRIR LOGINUSR" TO ERRHAND-MENSAJE
002730         PERFORM 1900-ERROR-APERTURA THRU 1900-EXIT
002740     END-IF.
002750
002760     OPEN I-O RECER-FILE.
002770     IF WS-REC-NO-EXISTE
002780         OPEN OUTPUT RECER-FILE
002790         CLOSE RECER-FILE
002800         OPEN I-O RECER-FILE
002810     END-IF.
002820     IF NOT WS-REC-OK
002830         MOVE WS-REC-STATUS TO ERRHAND-FILE-STATUS
002840         MOVE "ERROR AL ABRIR RECERIDX" TO ERRHAND-MENSAJE
002850         PERFORM 1900-ERROR-APERTURA THRU 1900-EXIT
002860     END-IF.
002870
002880     OPEN INPUT ASIGNACION-FILE.
002890     IF WS-ASG-OK
002900         SET ASIGNACION-DISPONIBLE TO TRUE
002910     ELSE
002920         DISPLAY "AVISO: ASIGIDX NO DISPONIBLE, STATUS "
002930             WS-ASG-STATUS
002940         SET HUBO-AVISO TO TRUE
002950     END-IF.
002960
002970     MOVE "USRRECER" TO RPTGEN-REPORTE.
002980     CALL "RPTGEN" USING RPTGEN-PARM.
002990     MOVE RPTGEN-ARCHIVO TO WS-ARCHIVO-REPORTE.
003000     OPEN OUTPUT REPORTE-FILE.
003010
003020     MOVE WS-TRI-ANIO   TO RPT-TRI-ANIO.
003030     MOVE WS-TRI-NUMERO TO RPT-TRI-NUMERO.
003040     MOVE WS-FECHA-HOY  TO RPT-FECHA.
003050     WRITE REPORTE-LINEA FROM WS-LINEA-TITULO.
003060     MOVE SPACES TO WS-LINEA-TEXTO.
003070     MOVE WS-DIAS-INACTIVO TO WS-DIAS-EDIT.
003080     STRING "SE MARCA LA CUENTA SIN ACCESO EN MAS DE "
003090            WS-DIAS-EDIT " DIAS (RECER-DIAS-INACTIVO)"
003100            DELIMITED BY SIZE INTO WS-LINEA-TEXTO.
003110     WRITE REPORTE-LINEA FROM WS-LINEA-TEXTO.
003120     MOVE SPACES TO WS-LINEA-TEXTO.
003130     STRING "LAS CUENTAS NO CONFIRMADAS EN RECECAPT AL "
003140            WS-FECHA-LIMITE " SE DESACTIVAN"
003150            DELIMITED BY SIZE INTO WS-LINEA-TEXTO.
003160     WRITE REPORTE-LINEA FROM WS-LINEA-TEXTO.
003170 1000-EXIT.
003180     EXIT.
003190
003200*----------------------------------------------------------*
003210*  1100-LEER-PARAMETROS - Un valor ausente, no numerico o    *
003220*  en cero conserva el de omision.                           *
003230*----------------------------------------------------------*
003240 1100-LEER-PARAMETROS.
003250     MOVE "RECER-DIAS-INACTIVO" TO PARMLKP-CLAVE.
003260     CALL "PARMLKP" USING PARMLKP-PARM.
003270     IF PARMLKP-ENCONTRADO
003280        AND PARMLKP-VALOR IS NUMERIC
003290        AND PARMLKP-VALOR NOT = ZERO
003300         MOVE PARMLKP-VALOR TO WS-DIAS-INACTIVO
003310     END-IF.
003320     MOVE "RECER-DIAS-PLAZO" TO PARMLKP-CLAVE.
003330     CALL "PARMLKP" USING PARMLKP-PARM.
003340     IF PARMLKP-ENCONTRADO
003350        AND PARMLKP-VALOR IS NUMERIC
003360        AND PARMLKP-VALOR NOT = ZERO
003370         MOVE PARMLKP-VALOR TO WS-DIAS-PLAZO
003380     END-IF.
003390 1100-EXIT.
003400     EXIT.
003410
003420*----------------------------------------------------------*
003430*  1200-CARGAR-CUENTAS - Cuentas activas de LOGINUSR; las    *
003440*  bloqueadas o desactivadas no se recertifican.             *
003450*----------------------------------------------------------*
003460 1200-CARGAR-CUENTAS.
003470     PERFORM 1210-LEER-CUENTA THRU 1210-EXIT
003480         UNTIL WS-USR-FIN-ARCHIVO.
003490 1200-EXIT.
003500     EXIT.
003510
003520 1210-LEER-CUENTA.
003530     READ USUARIO-FILE NEXT RECORD
003540         AT END
003550             SET WS-USR-FIN-ARCHIVO TO TRUE
003560             GO TO 1210-EXIT
003570     END-READ.
003580     IF NOT USUARIO-ACTIVO
003590         GO TO 1210-EXIT
003600     END-IF.
003610     IF WS-TOTAL-CUENTAS NOT < 1000
003620         DISPLAY "AVISO: MAS DE 1000 CUENTAS ACTIVAS, SE OMITE "
003630             USUARIO-USERNAME
003640         SET HUBO-AVISO TO TRUE
003650         GO TO 1210-EXIT
003660     END-IF.
003670     ADD 1 TO WS-TOTAL-CUENTAS.
003680     MOVE USUARIO-USERNAME
003690         TO WS-CTA-USERNAME (WS-TOTAL-CUENTAS).
003700     MOVE USUARIO-ROL TO WS-CTA-ROL (WS-TOTAL-CUENTAS).
003710     MOVE ZERO TO WS-CTA-FEC-CAMBIO (WS-TOTAL-CUENTAS).
003720     IF USUARIO-FEC-CAMBIO IS NUMERIC
003730         MOVE USUARIO-FEC-CAMBIO
003740             TO WS-CTA-FEC-CAMBIO (WS-TOTAL-CUENTAS)
003750     END-IF.
003760     MOVE ZERO TO WS-CTA-ULT-ACCESO (WS-TOTAL-CUENTAS).
003770 1210-EXIT.
003780     EXIT.
003790
003800*----------------------------------------------------------*
003810*  1300-LEER-ACCESOS - Ultimo renglon EXITOSO de LOGAUDIT    *
003820*  por cuenta.  Sin LOGAUDIT todas salen como sin acceso.    *
003830*----------------------------------------------------------*
003840 1300-LEER-ACCESOS.
003850     IF WS-TOTAL-CUENTAS = ZERO
003860         GO TO 1300-EXIT
003870     END-IF.
003880     OPEN INPUT AUDITORIA-FILE.
003890     IF NOT WS-AUD-OK
003900         DISPLAY "AVISO: LOGAUDIT NO DISPONIBLE, STATUS "
003910             WS-AUD-STATUS
003920         SET HUBO-AVISO TO TRUE
003930         GO TO 1300-EXIT
003940     END-IF.
003950     PERFORM 1310-LEER-RENGLON THRU 1310-EXIT
003960         UNTIL WS-AUD-FIN-ARCHIVO.
003970     CLOSE AUDITORIA-FILE.
003980 1300-EXIT.
003990     EXIT.
004000
004010 1310-LEER-RENGLON.
004020     READ AUDITORIA-FILE
004030         AT END
004040             SET WS-AUD-FIN-ARCHIVO TO TRUE
004050             GO TO 1310-EXIT
004060     END-READ.
004070     IF AUD-RESULTADO NOT = "EXITOSO"
004080        OR AUD-FECHA NOT NUMERIC
004090         GO TO 1310-EXIT
004100     END-IF.
004110     SEARCH ALL WS-CTA-ENT
004120         AT END
004130             CONTINUE
004140         WHEN WS-CTA-USERNAME (WS-IDX-CTA) = AUD-USERNAME
004150             IF AUD-FECHA > WS-CTA-ULT-ACCESO (WS-IDX-CTA)
004160                 MOVE AUD-FECHA TO WS-CTA-ULT-ACCESO (WS-IDX-CTA)
004170             END-IF
004180     END-SEARCH.
004190 1310-EXIT.
004200     EXIT.
004210
004220 1900-ERROR-APERTURA.
004230     MOVE "USRRECER"         TO ERRHAND-PROGRAMA.
004240     MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO.
004250     SET ERRHAND-FATAL TO TRUE.
004260     CALL "ERRHAND" USING ERRHAND-PARM.
004270     MOVE 8 TO RETURN-CODE.
004280     STOP RUN.
004290 1900-EXIT.
004300     EXIT.
004310
004320*----------------------------------------------------------*
004330*  2000-EMITIR-HOJAS - Abre el trimestre de cada cuenta y    *
004340*  ordena por jefe: cada jefe recibe su propia hoja.         *
004350*----------------------------------------------------------*
004360 2000-EMITIR-HOJAS.
004370     SORT WORK-FILE
004380         ON ASCENDING KEY WORK-JEFE
004390         ON ASCENDING KEY WORK-USERNAME
004400         INPUT PROCEDURE IS 2100-ABRIR-TRIMESTRE THRU 2100-EXIT
004410         OUTPUT PROCEDURE IS 2200-ESCRIBIR-HOJAS THRU 2200-EXIT.
004420 2000-EXIT.
004430     EXIT.
004440
004450 2100-ABRIR-TRIMESTRE.
004460     PERFORM 2110-ABRIR-CUENTA THRU 2110-EXIT
004470         VARYING WS-IDX-CARGA FROM 1 BY 1
004480         UNTIL WS-IDX-CARGA > WS-TOTAL-CUENTAS.
004490 2100-EXIT.
004500     EXIT.
004510
004520*  Una cuenta sin registro en RECERIDX entra sin jefe: la    *
004530*  firma administracion hasta que se le asigne en RECECAPT.  *
004540*  Con el trimestre ya abierto se respeta lo contestado.*
004550 2110-ABRIR-CUENTA.
004560     MOVE WS-CTA-USERNAME (WS-IDX-CARGA) TO RECER-USERNAME.
004570     READ RECER-FILE
004580         INVALID KEY
004590             MOVE SPACES TO RECER-DEPTO
004600             MOVE SPACES TO RECER-JEFE
004610             MOVE ZERO   TO RECER-TRIMESTRE
004620             MOVE SPACES TO RECER-ESTADO
004630             MOVE ZERO   TO RECER-FEC-LIMITE
004640             MOVE ZERO   TO RECER-FEC-RESPUESTA
004650             MOVE SPACES TO RECER-RESPONDIO
004660             WRITE RECER-REC
004670                 INVALID KEY
004680                     CONTINUE
004690             END-WRITE
004700     END-READ.
004710     IF RECER-TRIMESTRE NOT = WS-TRIMESTRE
004720         MOVE WS-TRIMESTRE    TO RECER-TRIMESTRE
004730         SET RECER-PENDIENTE  TO TRUE
004740         MOVE WS-FECHA-LIMITE TO RECER-FEC-LIMITE
004750         MOVE ZERO            TO RECER-FEC-RESPUESTA
004760         MOVE SPACES          TO RECER-RESPONDIO
004770         REWRITE RECER-REC
004780             INVALID KEY
004790                 CONTINUE
004800         END-REWRITE
004810         ADD 1 TO WS-TOT-ABIERTAS
004820     END-IF.
004830
004840     MOVE RECER-JEFE       TO WORK-JEFE.
004850     MOVE RECER-USERNAME   TO WORK-USERNAME.
004860     MOVE RECER-DEPTO      TO WORK-DEPTO.
004870     MOVE WS-CTA-ROL (WS-IDX-CARGA) TO WORK-ROL.
004880     MOVE WS-CTA-ULT-ACCESO (WS-IDX-CARGA) TO WORK-ULT-ACCESO.
004890     MOVE WS-CTA-FEC-CAMBIO (WS-IDX-CARGA) TO WORK-FEC-CAMBIO.
004900     MOVE RECER-ESTADO     TO WORK-ESTADO.
004910     RELEASE WORK-REC.
004920 2110-EXIT.
004930     EXIT.
004940
004950 2200-ESCRIBIR-HOJAS.
004960     PERFORM 2210-RETORNAR-UNO THRU 2210-EXIT
004970         UNTIL FIN-DE-SORT.
004980     IF HOJA-ABIERTA
004990         PERFORM 3100-CERRAR-HOJA THRU 3100-EXIT
005000     END-IF.
005010 2200-EXIT.
005020     EXIT.
005030
005040 2210-RETORNAR-UNO.
005050     RETURN WORK-FILE
005060         AT END
005070             SET FIN-DE-SORT TO TRUE
005080             GO TO 2210-EXIT
005090     END-RETURN.
005100     IF NOT HOJA-ABIERTA
005110        OR WORK-JEFE NOT = WS-JEFE-ACTUAL
005120         IF HOJA-ABIERTA
005130             PERFORM 3100-CERRAR-HOJA THRU 3100-EXIT
005140         END-IF
005150         MOVE WORK-JEFE TO WS-JEFE-ACTUAL
005160         PERFORM 3000-ENCABEZAR-HOJA THRU 3000-EXIT
005170     END-IF.
005180     PERFORM 3200-ESCRIBIR-CUENTA THRU 3200-EXIT.
005190 2210-EXIT.
005200     EXIT.
005210
005220*----------------------------------------------------------*
005230*  3000-ENCABEZAR-HOJA - Cada jefe empieza hoja nueva.       *
005240*----------------------------------------------------------*
005250 3000-ENCABEZAR-HOJA.
005260     SET HOJA-ABIERTA TO TRUE.
005270     ADD 1 TO WS-TOT-HOJAS.
005280     MOVE ZERO TO WS-CUENTAS-HOJA.
005290     IF WS-JEFE-ACTUAL = SPACES
005300         MOVE "(SIN JEFE: ADMIN)" TO RPT-JEFE
005310     ELSE
005320         MOVE WS-JEFE-ACTUAL TO RPT-JEFE
005330     END-IF.
005340     MOVE WS-FECHA-LIMITE TO RPT-LIMITE.
005350     WRITE REPORTE-LINEA FROM WS-LINEA-TITULO
005360         AFTER ADVANCING PAGE.
005370     WRITE REPORTE-LINEA FROM WS-LINEA-JEFE.
005380     MOVE SPACES TO REPORTE-LINEA.
005390     WRITE REPORTE-LINEA.
005400     WRITE REPORTE-LINEA FROM WS-LINEA-ENCABEZADO.
005410 3000-EXIT.
005420     EXIT.
005430
005440 3100-CERRAR-HOJA.
005450     MOVE SPACES TO REPORTE-LINEA.
005460     WRITE REPORTE-LINEA.
005470     MOVE "CUENTAS EN ESTA HOJA" TO RPT-TOT-TEXTO.
005480     MOVE WS-CUENTAS-HOJA TO RPT-TOT-CANTIDAD.
005490     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
005500     MOVE SPACES TO REPORTE-LINEA.
005510     WRITE REPORTE-LINEA.
005520     MOVE "CONFIRMO QUE LAS CUENTAS ANTERIORES SIGUEN SIENDO"
005530         TO WS-LINEA-TEXTO.
005540     MOVE "NECESARIAS, SALVO LAS MARCADAS:" TO
005550         WS-LINEA-TEXTO (50:31).
005560     WRITE REPORTE-LINEA FROM WS-LINEA-TEXTO.
005570     MOVE SPACES TO REPORTE-LINEA.
005580     WRITE REPORTE-LINEA.
005590     MOVE "FIRMA DEL JEFE: ______________________"
005600         TO WS-LINEA-TEXTO.
005610     MOVE "FECHA: ________" TO WS-LINEA-TEXTO (41:15).
005620     WRITE REPORTE-LINEA FROM WS-LINEA-TEXTO.
005630     MOVE "CAPTURADO EN RECECAPT POR: ______________________"
005640         TO WS-LINEA-TEXTO.
005650     WRITE REPORTE-LINEA FROM WS-LINEA-TEXTO.
005660 3100-EXIT.
005670     EXIT.
005680
005690*----------------------------------------------------------*
005700*  3200-ESCRIBIR-CUENTA - Renglon de la cuenta con su marca  *
005710*  de inactividad y sus asignaciones docentes.               *
005720*----------------------------------------------------------*
005730 3200-ESCRIBIR-CUENTA.
005740     ADD 1 TO WS-CUENTAS-HOJA.
005750     ADD 1 TO WS-TOT-CUENTAS.
005760     IF WORK-JEFE = SPACES
005770         ADD 1 TO WS-TOT-SIN-JEFE
005780     END-IF.
005790     MOVE WORK-USERNAME TO RPT-USUARIO.
005800     MOVE WORK-ROL      TO RPT-ROL.
005810     MOVE WORK-DEPTO    TO RPT-DEPTO.
005820     MOVE SPACES        TO RPT-MARCA.
005830
005840     IF WORK-ULT-ACCESO = ZERO
005850         MOVE "NUNCA"  TO RPT-ULT-ACCESO
005860         MOVE "SIN ACCESO REGISTRADO" TO RPT-MARCA
005870         ADD 1 TO WS-TOT-NUNCA
005880     ELSE
005890         MOVE WORK-ULT-ACCESO TO RPT-ULT-ACCESO
005900         COMPUTE WS-DIAS =
005910             FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY)
005920           - FUNCTION INTEGER-OF-DATE (WORK-ULT-ACCESO)
005930         IF WS-DIAS > WS-DIAS-INACTIVO
005940             IF WS-DIAS > 9999
005950                 MOVE 9999 TO WS-DIAS
005960             END-IF
005970             MOVE WS-DIAS TO WS-DIAS-EDIT
005980             STRING "SIN ACCESO HACE " WS-DIAS-EDIT " DIAS"
005990                 DELIMITED BY SIZE INTO RPT-MARCA
006000             ADD 1 TO WS-TOT-INACTIVAS
006010         END-IF
006020     END-IF.
006030
006040     IF WORK-FEC-CAMBIO = ZERO
006050         MOVE "NUNCA" TO RPT-DIAS-PW
006060     ELSE
006070         COMPUTE WS-DIAS =
006080             FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY)
006090           - FUNCTION INTEGER-OF-DATE (WORK-FEC-CAMBIO)
006100         IF WS-DIAS < ZERO
006110             MOVE ZERO TO WS-DIAS
006120         END-IF
006130         IF WS-DIAS > 9999
006140             MOVE 9999 TO WS-DIAS
006150         END-IF
006160         MOVE WS-DIAS TO WS-DIAS-EDIT
006170         MOVE WS-DIAS-EDIT TO RPT-DIAS-PW
006180     END-IF.
006190     IF RPT-MARCA = SPACES
006200        AND WORK-ESTADO NOT = "P"
006210         EVALUATE WORK-ESTADO
006220             WHEN "C"
006230                 MOVE "YA CONFIRMADA" TO RPT-MARCA
006240             WHEN "N"
006250                 MOVE "NO REQUERIDA (SE DESACTIVA)" TO RPT-MARCA
006260         END-EVALUATE
006270     END-IF.
006280     WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE.
006290
006300     IF ASIGNACION-DISPONIBLE
006310         PERFORM 3300-LISTAR-ASIGNACIONES THRU 3300-EXIT
006320     END-IF.
006330 3200-EXIT.
006340     EXIT.
006350
006360 3300-LISTAR-ASIGNACIONES.
006370     MOVE "N" TO WS-FIN-ASIG.
006380     MOVE WORK-USERNAME TO ASIG-USUARIO.
006390     MOVE LOW-VALUES    TO ASIG-CURSO.
006400     MOVE LOW-VALUES    TO ASIG-MATERIA.
006410     START ASIGNACION-FILE KEY NOT < ASIG-CLAVE
006420         INVALID KEY
006430             GO TO 3300-EXIT
006440     END-START.
006450     PERFORM 3310-LEER-ASIGNACION THRU 3310-EXIT
006460         UNTIL FIN-DE-ASIGNACIONES.
006470 3300-EXIT.
006480     EXIT.
006490
006500 3310-LEER-ASIGNACION.
006510     READ ASIGNACION-FILE NEXT RECORD
006520         AT END
006530             SET FIN-DE-ASIGNACIONES TO TRUE
006540             GO TO 3310-EXIT
006550     END-READ.
006560     IF ASIG-USUARIO NOT = WORK-USERNAME
006570         SET FIN-DE-ASIGNACIONES TO TRUE
006580         GO TO 3310-EXIT
006590     END-IF.
006600     MOVE ASIG-CURSO   TO RPT-ASG-CURSO.
006610     MOVE ASIG-MATERIA TO RPT-ASG-MATERIA.
006620     WRITE REPORTE-LINEA FROM WS-LINEA-ASIGNACION.
006630 3310-EXIT.
006640     EXIT.
006650
006660*----------------------------------------------------------*
006670*  9000-FINALIZAR - Resumen en hoja aparte y cierre.         *
006680*----------------------------------------------------------*
006690 9000-FINALIZAR.
006700     WRITE REPORTE-LINEA FROM WS-LINEA-TITULO
006710         AFTER ADVANCING PAGE.
006720     MOVE "RESUMEN" TO REPORTE-LINEA.
006730     WRITE REPORTE-LINEA.
006740     MOVE "CUENTAS ACTIVAS LISTADAS" TO RPT-TOT-TEXTO.
006750     MOVE WS-TOT-CUENTAS TO RPT-TOT-CANTIDAD.
006760     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
006770     MOVE "HOJAS DE FIRMA (JEFES)" TO RPT-TOT-TEXTO.
006780     MOVE WS-TOT-HOJAS TO RPT-TOT-CANTIDAD.
006790     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
006800     MOVE "CUENTAS SIN JEFE ASIGNADO" TO RPT-TOT-TEXTO.
006810     MOVE WS-TOT-SIN-JEFE TO RPT-TOT-CANTIDAD.
006820     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
006830     MOVE "MARCADAS POR INACTIVIDAD" TO RPT-TOT-TEXTO.
006840     MOVE WS-TOT-INACTIVAS TO RPT-TOT-CANTIDAD.
006850     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
006860     MOVE "SIN ACCESO REGISTRADO EN LOGAUDIT" TO RPT-TOT-TEXTO.
006870     MOVE WS-TOT-NUNCA TO RPT-TOT-CANTIDAD.
006880     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
006890     MOVE "PENDIENTES ABIERTAS EN ESTA CORRIDA" TO RPT-TOT-TEXTO.
006900     MOVE WS-TOT-ABIERTAS TO RPT-TOT-CANTIDAD.
006910     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
006920
006930     CLOSE USUARIO-FILE.
006940     CLOSE RECER-FILE.
006950     IF ASIGNACION-DISPONIBLE
006960         CLOSE ASIGNACION-FILE
006970     END-IF.
006980     CLOSE REPORTE-FILE.
006990
007000     DISPLAY "USRRECER - TRIMESTRE " WS-TRI-ANIO "-" WS-TRI-NUMERO
007010         " CUENTAS " WS-TOT-CUENTAS " HOJAS " WS-TOT-HOJAS.
007020     DISPLAY "REPORTE: " WS-ARCHIVO-REPORTE.
007030     IF HUBO-AVISO
007040         MOVE 4 TO WS-RETORNO
007050     END-IF.
007060     MOVE WS-RETORNO TO RETURN-CODE.
007070 9000-EXIT.
007080     EXIT.

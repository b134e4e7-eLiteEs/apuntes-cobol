000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  CLIBLOQ                                     *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Bloqueo por adeudo de las cuentas de tutor: con la        *
000090*  antiguedad de saldos que CLIANTIG acaba de dejar en       *
000100*  ANTIGIDX, bloquea en BLOQIDX cada cuenta cuyo adeudo de   *
000110*  mas de 90 dias rebasa BLOQ-ADEUDO-MIN de SYSPARM (salvo   *
000120*  las de convenio de pago vigente) y libera las que ya no   *
000130*  lo rebasan o ya no aparecen en la antiguedad.  Mientras   *
000140*  la cuenta esta bloqueada no se ofrece reinscripcion       *
000150*  (ESCCAMP) ni se entregan constancias (ESCCONST) o         *
000160*  boletas (ESCBOLET); la consulta es la rutina BLOQCHK.     *
000170*  CLIPOST libera el bloqueo en cuanto los pagos cubren lo   *
000180*  vencido, sin esperar el siguiente cierre, y la excepcion  *
000190*  se pide en CLIMANT y la aprueba APRBREV.  Resumen en una  *
000200*  generacion fechada via RPTGEN.                             *
000210*----------------------------------------------------------*
000220*  MODIFICATIONS.
000230*  2026-10-15 JFV  Creacion inicial.
000240*----------------------------------------------------------*
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. CLIBLOQ.
000270 AUTHOR. J. FIGUEROA VEGA.
000280 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000290 DATE-WRITTEN. 2026-10-15.
000300 DATE-COMPILED.
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT ANTIGUEDAD-FILE ASSIGN TO "ANTIGIDX"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS ANTI-CLIENTE
000390         FILE STATUS IS WS-ANT-STATUS.
000400
000410     SELECT BLOQUEO-FILE ASSIGN TO "BLOQIDX"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS BLOQ-CLIENTE
000450         FILE STATUS IS WS-BLQ-STATUS.
000460
000470     SELECT CLIENTE-FILE ASSIGN TO "CLIMAST"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS CLIENTE-NUMERO
000510         FILE STATUS IS WS-CLI-STATUS.
000520
000530     SELECT REPORTE-FILE ASSIGN TO WS-ARCHIVO-REPORTE
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-RPT-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  ANTIGUEDAD-FILE.
000600     COPY ANTIREC.
000610
000620 FD  BLOQUEO-FILE.
000630     COPY BLOQREC.
000640
000650 FD  CLIENTE-FILE.
000660     COPY CLIREC.
000670
000680 FD  REPORTE-FILE.
000690 01  REPORTE-LINEA                PIC X(80).
000700
000710 WORKING-STORAGE SECTION.
000720 01  WS-ANT-STATUS                PIC X(02).
000730     88  WS-ANT-OK                        VALUE "00".
000740     88  WS-ANT-FIN-ARCHIVO               VALUE "10".
000750
000760 01  WS-BLQ-STATUS                PIC X(02).
000770     88  WS-BLQ-OK                        VALUE "00".
000780     88  WS-BLQ-FIN-ARCHIVO               VALUE "10".
000790
000800 01  WS-CLI-STATUS                PIC X(02).
000810     88  WS-CLI-OK                        VALUE "00".
000820
000830 01  WS-RPT-STATUS                PIC X(02).
000840     88  WS-RPT-OK                        VALUE "00".
000850
000860 01  WS-SWITCHES.
000870     05  WS-HAY-CLIENTES          PIC X(01) VALUE "N".
000880         88  CLIENTES-DISPONIBLES         VALUE "S".
000890     05  WS-EXISTE-BLOQUEO        PIC X(01) VALUE "N".
000900         88  EXISTE-BLOQUEO               VALUE "S".
000910
000920 01  WS-ARCHIVO-REPORTE           PIC X(20) VALUE "CLIBLOQ".
000930
000940 01  WS-ADEUDO-MIN                PIC 9(05) VALUE ZERO.
000950 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
000960
000970 01  WS-CONTADORES.
000980     05  WS-CUENTAS-LEIDAS        PIC 9(05) COMP VALUE ZERO.
000990     05  WS-BLOQUEOS-NUEVOS       PIC 9(05) COMP VALUE ZERO.
001000     05  WS-BLOQUEOS-VIGENTES     PIC 9(05) COMP VALUE ZERO.
001010     05  WS-BLOQUEOS-LIBERADOS    PIC 9(05) COMP VALUE ZERO.
001020     05  WS-BLOQUEOS-EXCEPCION    PIC 9(05) COMP VALUE ZERO.
001030     05  WS-OMITIDAS-CONVENIO     PIC 9(05) COMP VALUE ZERO.
001040
001050 01  WS-LINEA-TITULOS             PIC X(80) VALUE
001060     "CUENTA NOMBRE                MAS DE 90 DIAS  SITUACION".
001070
001080 01  WS-LINEA-DETALLE.
001090     05  RPT-CLIENTE              PIC X(06).
001100     05  FILLER                   PIC X(01) VALUE SPACE.
001110     05  RPT-NOMBRE               PIC X(20).
001120     05  FILLER                   PIC X(02) VALUE SPACES.
001130     05  RPT-VENCIDO              PIC ZZZZZZZZ9.99.
001140     05  FILLER                   PIC X(03) VALUE SPACES.
001150     05  RPT-SITUACION            PIC X(12).
001160     05  FILLER                   PIC X(01) VALUE SPACE.
001170     05  RPT-EXC-HASTA            PIC X(10).
001180     05  FILLER                   PIC X(13) VALUE SPACES.
001190
001200 01  WS-LINEA-REGLA.
001210     05  FILLER                   PIC X(39) VALUE
001220         "ADEUDO MINIMO DE MAS DE 90 DIAS      : ".
001230     05  RPT-REGLA-MINIMO         PIC ZZZZ9.
001240     05  FILLER                   PIC X(36) VALUE SPACES.
001250
001260 01  WS-LINEA-TOTAL.
001270     05  RPT-TOT-ETIQUETA         PIC X(30).
001280     05  RPT-TOT-VALOR            PIC ZZZZ9.
001290     05  FILLER                   PIC X(45) VALUE SPACES.
001300
001310 01  WS-EXC-FECHA                 PIC 9(08).
001320 01  WS-EXC-FECHA-DES REDEFINES WS-EXC-FECHA.
001330     05  WS-EXC-AAAA              PIC 9(04).
001340     05  WS-EXC-MM                PIC 9(02).
001350     05  WS-EXC-DD                PIC 9(02).
001360
001370 COPY ERRPARM.
001380
001390 COPY PARMPARM.
001400
001410 COPY RPTGPARM.
001420
001430 PROCEDURE DIVISION.
001440 0000-MAINLINE.
001450     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001460     PERFORM 2000-REVISAR-ANTIGUEDAD THRU 2000-EXIT.
001470     PERFORM 3000-REVISAR-BLOQUEOS THRU 3000-EXIT.
001480     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001490     STOP RUN.
001500
001510*----------------------------------------------------------*
001520*  1000-INICIALIZAR - Abre archivos (BLOQIDX se crea vacio   *
001530*  la primera vez), lee el umbral de SYSPARM y arma la       *
001540*  generacion de salida.                                     *
001550*----------------------------------------------------------*
001560 1000-INICIALIZAR.
001570     OPEN INPUT ANTIGUEDAD-FILE.
001580     IF NOT WS-ANT-OK
001590         MOVE "CLIBLOQ"       TO ERRHAND-PROGRAMA
001600         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001610         MOVE WS-ANT-STATUS   TO ERRHAND-FILE-STATUS
001620         SET ERRHAND-FATAL TO TRUE
001630         MOVE "ERROR AL ABRIR ANTIGIDX" TO ERRHAND-MENSAJE
001640         CALL "ERRHAND" USING ERRHAND-PARM
001650         STOP RUN
001660     END-IF.
001670
001680     OPEN I-O BLOQUEO-FILE.
001690     IF WS-BLQ-STATUS = "35"
001700         OPEN OUTPUT BLOQUEO-FILE
001710         CLOSE BLOQUEO-FILE
001720         OPEN I-O BLOQUEO-FILE
001730     END-IF.
001740     IF NOT WS-BLQ-OK
001750         MOVE "CLIBLOQ"       TO ERRHAND-PROGRAMA
001760         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001770         MOVE WS-BLQ-STATUS   TO ERRHAND-FILE-STATUS
001780         SET ERRHAND-FATAL TO TRUE
001790         MOVE "ERROR AL ABRIR BLOQIDX" TO ERRHAND-MENSAJE
001800         CALL "ERRHAND" USING ERRHAND-PARM
001810         STOP RUN
001820     END-IF.
001830
001840*  Sin CLIMAST solo falta el nombre en el reporte.
001850     OPEN INPUT CLIENTE-FILE.
001860     IF WS-CLI-OK
001870         SET CLIENTES-DISPONIBLES TO TRUE
001880     END-IF.
001890
001900     MOVE "BLOQ-ADEUDO-MIN" TO PARMLKP-CLAVE.
001910     CALL "PARMLKP" USING PARMLKP-PARM.
001920     IF PARMLKP-ENCONTRADO
001930        AND PARMLKP-VALOR IS NUMERIC
001940         MOVE PARMLKP-VALOR TO WS-ADEUDO-MIN
001950     END-IF.
001960
001970     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
001980
001990     MOVE "CLIBLOQ" TO RPTGEN-REPORTE.
002000     CALL "RPTGEN" USING RPTGEN-PARM.
002010     MOVE RPTGEN-ARCHIVO TO WS-ARCHIVO-REPORTE.
002020     OPEN OUTPUT REPORTE-FILE.
002030
002040     MOVE "BLOQUEOS POR ADEUDO DE MAS DE 90 DIAS"
002045         TO REPORTE-LINEA.
002050     WRITE REPORTE-LINEA.
002060     MOVE WS-ADEUDO-MIN TO RPT-REGLA-MINIMO.
002070     WRITE REPORTE-LINEA FROM WS-LINEA-REGLA.
002080     MOVE SPACES TO REPORTE-LINEA.
002090     WRITE REPORTE-LINEA.
002100     WRITE REPORTE-LINEA FROM WS-LINEA-TITULOS.
002110     MOVE ALL "-" TO REPORTE-LINEA.
002120     WRITE REPORTE-LINEA.
002130 1000-EXIT.
002140     EXIT.
002150
002160*----------------------------------------------------------*
002170*  2000-REVISAR-ANTIGUEDAD - Recorre ANTIGIDX y bloquea,     *
002180*  actualiza o libera cada cuenta segun su cubeta de mas de  *
002190*  90 dias.                                                  *
002200*----------------------------------------------------------*
002210 2000-REVISAR-ANTIGUEDAD.
002220     MOVE LOW-VALUES TO ANTI-CLIENTE.
002230     START ANTIGUEDAD-FILE KEY NOT < ANTI-CLIENTE
002240         INVALID KEY
002250             GO TO 2000-EXIT
002260     END-START.
002270     PERFORM 2100-LEER-ANTIGUEDAD THRU 2100-EXIT
002280         UNTIL WS-ANT-FIN-ARCHIVO.
002290 2000-EXIT.
002300     EXIT.
002310
002320 2100-LEER-ANTIGUEDAD.
002330     READ ANTIGUEDAD-FILE NEXT RECORD
002340         AT END
002350             SET WS-ANT-FIN-ARCHIVO TO TRUE
002360             GO TO 2100-EXIT
002370     END-READ.
002380     ADD 1 TO WS-CUENTAS-LEIDAS.
002390
002400     MOVE "S" TO WS-EXISTE-BLOQUEO.
002410     MOVE ANTI-CLIENTE TO BLOQ-CLIENTE.
002420     READ BLOQUEO-FILE
002430         INVALID KEY
002440             MOVE "N" TO WS-EXISTE-BLOQUEO
002450     END-READ.
002460
002470     IF ANTI-90 > WS-ADEUDO-MIN
002480         IF ANTI-MARCA = "*CONVENIO"
002490             ADD 1 TO WS-OMITIDAS-CONVENIO
002500             IF EXISTE-BLOQUEO AND BLOQ-ACTIVO
002510                 PERFORM 2300-LIBERAR-BLOQUEO THRU 2300-EXIT
002520             END-IF
002530         ELSE
002540             PERFORM 2200-BLOQUEAR-CUENTA THRU 2200-EXIT
002550         END-IF
002560     ELSE
002570         IF EXISTE-BLOQUEO AND BLOQ-ACTIVO
002580             PERFORM 2300-LIBERAR-BLOQUEO THRU 2300-EXIT
002590         END-IF
002600     END-IF.
002610 2100-EXIT.
002620     EXIT.
002630
002640*----------------------------------------------------------*
002650*  2200-BLOQUEAR-CUENTA - Alta del bloqueo (o reactivacion   *
002660*  de uno liberado) o actualizacion del vigente: el vencido  *
002670*  pasa a ser la cubeta de este cierre y los abonos se       *
002680*  cuentan de nuevo desde aqui.  La excepcion aprobada se    *
002690*  conserva hasta su fecha.                                   *
002700*----------------------------------------------------------*
002710 2200-BLOQUEAR-CUENTA.
002720     IF EXISTE-BLOQUEO AND BLOQ-ACTIVO
002730         MOVE ANTI-90 TO BLOQ-VENCIDO
002740         MOVE ZERO    TO BLOQ-ABONADO
002750         REWRITE BLOQ-REC
002760             INVALID KEY
002770                 DISPLAY "ERROR AL REESCRIBIR BLOQIDX: "
002780                     BLOQ-CLIENTE
002790                 GO TO 2200-EXIT
002800         END-REWRITE
002810         ADD 1 TO WS-BLOQUEOS-VIGENTES
002820         MOVE "VIGENTE" TO RPT-SITUACION
002830     ELSE
002840         INITIALIZE BLOQ-REC
002850         MOVE ANTI-CLIENTE  TO BLOQ-CLIENTE
002860         SET BLOQ-ACTIVO TO TRUE
002870         MOVE WS-FECHA-HOY  TO BLOQ-FEC-ALTA
002880         MOVE ANTI-90       TO BLOQ-VENCIDO
002890         IF EXISTE-BLOQUEO
002900             REWRITE BLOQ-REC
002910                 INVALID KEY
002920                     DISPLAY "ERROR AL REESCRIBIR BLOQIDX: "
002930                         BLOQ-CLIENTE
002940                     GO TO 2200-EXIT
002950             END-REWRITE
002960         ELSE
002970             WRITE BLOQ-REC
002980                 INVALID KEY
002990                     DISPLAY "DUPLICADO EN BLOQIDX: " BLOQ-CLIENTE
003000                     GO TO 2200-EXIT
003010             END-WRITE
003020         END-IF
003030         ADD 1 TO WS-BLOQUEOS-NUEVOS
003040         MOVE "NUEVO" TO RPT-SITUACION
003050     END-IF.
003060
003070     MOVE SPACES TO RPT-EXC-HASTA.
003080     IF BLOQ-EXC-HASTA NOT < WS-FECHA-HOY
003090         ADD 1 TO WS-BLOQUEOS-EXCEPCION
003100         MOVE BLOQ-EXC-HASTA TO WS-EXC-FECHA
003110         STRING WS-EXC-DD "/" WS-EXC-MM "/" WS-EXC-AAAA
003120             DELIMITED BY SIZE INTO RPT-EXC-HASTA
003130         END-STRING
003140     END-IF.
003150     PERFORM 2400-IMPRIMIR-CUENTA THRU 2400-EXIT.
003160 2200-EXIT.
003170     EXIT.
003180
003190*----------------------------------------------------------*
003200*  2300-LIBERAR-BLOQUEO - La cuenta ya no rebasa el umbral:  *
003210*  el bloqueo queda liberado por el cierre.                   *
003220*----------------------------------------------------------*
003230 2300-LIBERAR-BLOQUEO.
003240     SET BLOQ-LIBERADO TO TRUE.
003250     MOVE WS-FECHA-HOY TO BLOQ-FEC-LIBERA.
003260     MOVE "CLIBLOQ"    TO BLOQ-LIBERO.
003270     MOVE ZERO         TO BLOQ-EXC-HASTA.
003280     MOVE SPACES       TO BLOQ-EXC-APROBO.
003290     REWRITE BLOQ-REC
003300         INVALID KEY
003310             DISPLAY "ERROR AL REESCRIBIR BLOQIDX: " BLOQ-CLIENTE
003320             GO TO 2300-EXIT
003330     END-REWRITE.
003340     ADD 1 TO WS-BLOQUEOS-LIBERADOS.
003350     MOVE "LIBERADO" TO RPT-SITUACION.
003360     MOVE SPACES     TO RPT-EXC-HASTA.
003370     PERFORM 2400-IMPRIMIR-CUENTA THRU 2400-EXIT.
003380 2300-EXIT.
003390     EXIT.
003400
003410 2400-IMPRIMIR-CUENTA.
003420     MOVE BLOQ-CLIENTE TO RPT-CLIENTE.
003430     MOVE SPACES       TO RPT-NOMBRE.
003440     IF CLIENTES-DISPONIBLES
003450         MOVE BLOQ-CLIENTE TO CLIENTE-NUMERO
003460         READ CLIENTE-FILE
003470             NOT INVALID KEY
003480                 MOVE CLIENTE-NOMBRE TO RPT-NOMBRE
003490         END-READ
003500     END-IF.
003510     MOVE BLOQ-VENCIDO TO RPT-VENCIDO.
003520     WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE.
003530 2400-EXIT.
003540     EXIT.
003550
003560*----------------------------------------------------------*
003570*  3000-REVISAR-BLOQUEOS - Libera los bloqueos activos de    *
003580*  las cuentas que ya no figuran en ANTIGIDX (sin adeudo en  *
003590*  este cierre).                                              *
003600*----------------------------------------------------------*
003610 3000-REVISAR-BLOQUEOS.
003620     MOVE LOW-VALUES TO BLOQ-CLIENTE.
003630     START BLOQUEO-FILE KEY NOT < BLOQ-CLIENTE
003640         INVALID KEY
003650             GO TO 3000-EXIT
003660     END-START.
003670     PERFORM 3100-LEER-BLOQUEO THRU 3100-EXIT
003680         UNTIL WS-BLQ-FIN-ARCHIVO.
003690 3000-EXIT.
003700     EXIT.
003710
003720 3100-LEER-BLOQUEO.
003730     READ BLOQUEO-FILE NEXT RECORD
003740         AT END
003750             SET WS-BLQ-FIN-ARCHIVO TO TRUE
003760             GO TO 3100-EXIT
003770     END-READ.
003780     IF NOT BLOQ-ACTIVO
003790         GO TO 3100-EXIT
003800     END-IF.
003810     MOVE BLOQ-CLIENTE TO ANTI-CLIENTE.
003820     READ ANTIGUEDAD-FILE
003830         INVALID KEY
003840             PERFORM 2300-LIBERAR-BLOQUEO THRU 2300-EXIT
003850     END-READ.
003860 3100-EXIT.
003870     EXIT.
003880
003890*----------------------------------------------------------*
003900*  9000-FINALIZAR - Totales, cierre de archivos y resumen.   *
003910*----------------------------------------------------------*
003920 9000-FINALIZAR.
003930     MOVE SPACES TO REPORTE-LINEA.
003940     WRITE REPORTE-LINEA.
003950     MOVE "CUENTAS EN LA ANTIGUEDAD    :" TO RPT-TOT-ETIQUETA.
003960     MOVE WS-CUENTAS-LEIDAS TO RPT-TOT-VALOR.
003970     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
003980     MOVE "BLOQUEOS NUEVOS             :" TO RPT-TOT-ETIQUETA.
003990     MOVE WS-BLOQUEOS-NUEVOS TO RPT-TOT-VALOR.
004000     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
004010     MOVE "BLOQUEOS QUE CONTINUAN      :" TO RPT-TOT-ETIQUETA.
004020     MOVE WS-BLOQUEOS-VIGENTES TO RPT-TOT-VALOR.
004030     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
004040     MOVE "CON EXCEPCION VIGENTE       :" TO RPT-TOT-ETIQUETA.
004050     MOVE WS-BLOQUEOS-EXCEPCION TO RPT-TOT-VALOR.
004060     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
004070     MOVE "BLOQUEOS LIBERADOS          :" TO RPT-TOT-ETIQUETA.
004080     MOVE WS-BLOQUEOS-LIBERADOS TO RPT-TOT-VALOR.
004090     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
004100     MOVE "OMITIDAS POR CONVENIO       :" TO RPT-TOT-ETIQUETA.
004110     MOVE WS-OMITIDAS-CONVENIO TO RPT-TOT-VALOR.
004120     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
004130
004140     CLOSE ANTIGUEDAD-FILE.
004150     CLOSE BLOQUEO-FILE.
004160     CLOSE REPORTE-FILE.
004170     IF CLIENTES-DISPONIBLES
004180         CLOSE CLIENTE-FILE
004190     END-IF.
004200     DISPLAY " ".
004210     DISPLAY "---- RESUMEN DE BLOQUEOS POR ADEUDO ----".
004220     DISPLAY "CUENTAS LEIDAS     : " WS-CUENTAS-LEIDAS.
004230     DISPLAY "BLOQUEOS NUEVOS    : " WS-BLOQUEOS-NUEVOS.
004240     DISPLAY "BLOQUEOS VIGENTES  : " WS-BLOQUEOS-VIGENTES.
004250     DISPLAY "CON EXCEPCION      : " WS-BLOQUEOS-EXCEPCION.
004260     DISPLAY "BLOQUEOS LIBERADOS : " WS-BLOQUEOS-LIBERADOS.
004270     DISPLAY "OMITIDAS CONVENIO  : " WS-OMITIDAS-CONVENIO.
004280     DISPLAY "GENERACION: " WS-ARCHIVO-REPORTE.
004290 9000-EXIT.
004300     EXIT.

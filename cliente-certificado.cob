000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  CLICERTF                                    *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Constancia anual de colegiaturas pagadas, para la         *
000090*  deduccion fiscal de los tutores.  Se corre en enero por   *
000100*  el anio calendario anterior (SYSIN AAAA, en blanco = el   *
000110*  anio anterior al de la fecha del sistema).  Junta en un   *
000120*  SORT por cuenta y estudiante:                              *
000130*    - lo pagado en el anio segun CLIMHIDX: pagos de banco,  *
000140*      caja y domiciliacion (y los de origen desconocido),   *
000150*      menos reversas de caja y devoluciones;                *
000160*    - los estudiantes de la cuenta via ESTUDIANTE-TUTOR     *
000170*      (ESTUDIDX, y los archivados del anio en ESCHISTX);    *
000180*    - lo facturado a cada estudiante en el anio (FACTIDX,   *
000190*      neto de notas de credito).                             *
000200*  Lo pagado se reparte entre los estudiantes en proporcion  *
000210*  a lo facturado a cada uno (en partes iguales si no hay    *
000220*  facturas).  Cada tutor con pagos recibe una constancia    *
000230*  firmada con folio consecutivo del control CERTCTL; cada   *
000240*  folio queda en el registro CERTLOG, y el resumen para la  *
000250*  autoridad fiscal sale en CERTSAT (cabecera 01 con los     *
000260*  datos de la escuela de CERTPARM, detalle 02 por           *
000270*  estudiante, cola 09 con cantidad y suma).  Un anio ya     *
000280*  emitido no se vuelve a emitir (RC 8).                      *
000290*----------------------------------------------------------*
000300*  MODIFICATIONS.
000310*  2026-10-15 JFV  Creacion inicial.
000312*  2026-10-15 JFV  La constancia lleva el nombre y domicilio del
000314*                  tutor segun CLIMAST (rutina DIRELKP) para el
000316*                  sobre de ventanilla.
000320*----------------------------------------------------------*
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. CLICERTF.
000350 AUTHOR. J. FIGUEROA VEGA.
000360 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000370 DATE-WRITTEN. 2026-10-15.
000380 DATE-COMPILED.
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT HISTORIAL-FILE ASSIGN TO "CLIMHIDX"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS MOVH-CLAVE
000470         FILE STATUS IS WS-HIS-STATUS.
000480
000490     SELECT CLIENTE-FILE ASSIGN TO "CLIMAST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS CLIENTE-NUMERO
000530         ALTERNATE RECORD KEY IS CLIENTE-NOMBRE
000540             WITH DUPLICATES
000550         FILE STATUS IS WS-CLI-STATUS.
000560
000570     SELECT ESTUDIANTE-FILE ASSIGN TO "ESTUDIDX"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS SEQUENTIAL
000600         RECORD KEY IS ESTUDIANTE-IDEN
000610         ALTERNATE RECORD KEY IS ESTUDIANTE-NOMBRE
000620             WITH DUPLICATES
000630         FILE STATUS IS WS-STU-STATUS.
000640
000650     SELECT HISTORICO-FILE ASSIGN TO "ESCHISTX"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS SEQUENTIAL
000680         RECORD KEY IS HIST-CLAVE
000690         FILE STATUS IS WS-HST-STATUS.
000700
000710     SELECT FACTURA-FILE ASSIGN TO "FACTIDX"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS SEQUENTIAL
000740         RECORD KEY IS FACT-FOLIO
000750         ALTERNATE RECORD KEY IS FACT-REFERENCIA
000760             WITH DUPLICATES
000770         FILE STATUS IS WS-FAC-STATUS.
000780
000790     SELECT PARAMETRO-FILE ASSIGN TO "CERTPARM"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-PARM-STATUS.
000820
000830     SELECT CONTROL-FILE ASSIGN TO "CERTCTL"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-CTL-STATUS.
000860
000870     SELECT BITACORA-FILE ASSIGN TO "CERTLOG"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-BIT-STATUS.
000900
000910     SELECT RESUMEN-FILE ASSIGN TO "CERTSAT"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-RES-STATUS.
000940
000950     SELECT WORK-FILE ASSIGN TO "CERTWORK"
000960         ORGANIZATION IS SEQUENTIAL.
000970
000980     SELECT DOCUMENTO-FILE ASSIGN TO WS-ARCHIVO-DOCUMENTO
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-DOC-STATUS.
001010
001020 DATA DIVISION.
001030 FILE SECTION.
001040 FD  HISTORIAL-FILE.
001050     COPY MOVHREC.
001060
001070 FD  CLIENTE-FILE.
001080     COPY CLIREC.
001090
001100 FD  ESTUDIANTE-FILE.
001110     COPY ESTUD.
001120
001130 FD  HISTORICO-FILE.
001140     COPY HISTREC.
001150
001160 FD  FACTURA-FILE.
001170     COPY FACTREC.
001180
001190*  Datos de la escuela para la constancia y el resumen.
001200 FD  PARAMETRO-FILE.
001210 01  PARM-REC.
001220     05  PARM-RFC                 PIC X(13).
001230     05  PARM-CLAVE-ESCUELA       PIC X(10).
001240     05  PARM-NOMBRE-ESCUELA      PIC X(40).
001250     05  PARM-FIRMANTE            PIC X(40).
001260
001270 FD  CONTROL-FILE.
001280 01  CONTROL-REC.
001290     05  CTL-ULTIMO-FOLIO         PIC 9(06).
001300     05  CTL-ULTIMO-ANIO          PIC 9(04).
001310
001320 FD  BITACORA-FILE.
001330 01  BITACORA-REC.
001340     05  BIT-FOLIO                PIC 9(06).
001350     05  FILLER                   PIC X(01).
001360     05  BIT-FECHA                PIC 9(08).
001370     05  FILLER                   PIC X(01).
001380     05  BIT-ANIO                 PIC 9(04).
001390     05  FILLER                   PIC X(01).
001400     05  BIT-CLIENTE              PIC X(06).
001410     05  FILLER                   PIC X(01).
001420     05  BIT-TUTOR                PIC X(20).
001430     05  FILLER                   PIC X(01).
001440     05  BIT-ESTUDIANTES          PIC 9(02).
001450     05  FILLER                   PIC X(01).
001460     05  BIT-TOTAL                PIC 9(08)V9(02).
001470
001480 FD  RESUMEN-FILE.
001490 01  RESUMEN-LINEA                PIC X(120).
001500
001510 SD  WORK-FILE.
001520 01  WORK-REC.
001530     05  WORK-CLIENTE             PIC X(06).
001540     05  WORK-IDEN                PIC X(05).
001550     05  WORK-TIPO                PIC X(01).
001560         88  WORK-ES-PAGO                 VALUE "P".
001570         88  WORK-ES-ESTUDIANTE           VALUE "E".
001580         88  WORK-ES-FACTURA              VALUE "F".
001590     05  WORK-NOMBRE              PIC X(30).
001600     05  WORK-CURSO               PIC X(10).
001610     05  WORK-MONTO               PIC S9(08)V9(02).
001620
001630 FD  DOCUMENTO-FILE.
001640 01  DOCUMENTO-LINEA              PIC X(80).
001650
001660 WORKING-STORAGE SECTION.
001670 01  WS-HIS-STATUS                PIC X(02).
001680     88  WS-HIS-OK                        VALUE "00".
001690     88  WS-HIS-FIN-ARCHIVO               VALUE "10".
001700
001710 01  WS-CLI-STATUS                PIC X(02).
001720     88  WS-CLI-OK                        VALUE "00".
001730
001740 01  WS-STU-STATUS                PIC X(02).
001750     88  WS-STU-OK                        VALUE "00".
001760     88  WS-STU-FIN-ARCHIVO               VALUE "10".
001770
001780 01  WS-HST-STATUS                PIC X(02).
001790     88  WS-HST-OK                        VALUE "00".
001800     88  WS-HST-FIN-ARCHIVO               VALUE "10".
001810
001820 01  WS-FAC-STATUS                PIC X(02).
001830     88  WS-FAC-OK                        VALUE "00".
001840     88  WS-FAC-FIN-ARCHIVO               VALUE "10".
001850
001860 01  WS-PARM-STATUS               PIC X(02).
001870     88  WS-PARM-OK                       VALUE "00".
001880
001890 01  WS-CTL-STATUS                PIC X(02).
001900     88  WS-CTL-OK                        VALUE "00".
001910
001920 01  WS-BIT-STATUS                PIC X(02).
001930     88  WS-BIT-OK                        VALUE "00".
001940
001950 01  WS-RES-STATUS                PIC X(02).
001960     88  WS-RES-OK                        VALUE "00".
001970
001980 01  WS-DOC-STATUS                PIC X(02).
001990     88  WS-DOC-OK                        VALUE "00".
002000
002010 01  WS-SWITCHES.
002020     05  WS-FIN-SORT              PIC X(01) VALUE "N".
002030         88  FIN-DE-SORT                  VALUE "S".
002040     05  WS-PRIMER-CLIENTE        PIC X(01) VALUE "S".
002050         88  ES-PRIMER-CLIENTE            VALUE "S".
002060         88  NO-ES-PRIMER-CLIENTE         VALUE "N".
002070     05  WS-HAY-HISTORICO         PIC X(01) VALUE "N".
002080         88  HISTORICO-DISPONIBLE         VALUE "S".
002090     05  WS-HAY-FACTURAS          PIC X(01) VALUE "N".
002100         88  FACTURAS-DISPONIBLES         VALUE "S".
002110
002120 01  WS-ARCHIVO-DOCUMENTO         PIC X(20) VALUE "CLICERTF".
002130
002140 01  WS-ENTRADA-ANIO              PIC X(04).
002150 01  WS-ANIO-PROCESO              PIC 9(04) VALUE ZERO.
002160 01  WS-ANIO-MOV                  PIC 9(04).
002170 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
002180 01  WS-FECHA-HOY-DES REDEFINES WS-FECHA-HOY.
002190     05  WS-HOY-AAAA              PIC 9(04).
002200     05  WS-HOY-MMDD              PIC 9(04).
002210
002220 01  WS-DATOS-ESCUELA.
002230     05  WS-RFC-ESCUELA           PIC X(13) VALUE "SINRFC".
002240     05  WS-CLAVE-ESCUELA         PIC X(10) VALUE "SINCODIGO".
002250     05  WS-NOMBRE-ESCUELA        PIC X(40) VALUE "COLEGIO".
002260     05  WS-FIRMANTE              PIC X(40)
002270         VALUE "LA DIRECCION".
002280
002290 01  WS-FOLIO-ACTUAL              PIC 9(06) VALUE ZERO.
002300 01  WS-ANIO-EMITIDO              PIC 9(04) VALUE ZERO.
002310
002320*  Cuenta en armado: lo pagado y sus estudiantes.
002330 01  WS-CLIENTE-ANTERIOR          PIC X(06) VALUE SPACES.
002340 01  WS-PAGADO-CLIENTE            PIC S9(09)V9(02) VALUE ZERO.
002350 01  WS-FACTURADO-CLIENTE         PIC S9(09)V9(02) VALUE ZERO.
002360 01  WS-REPARTIDO                 PIC S9(09)V9(02) VALUE ZERO.
002370 01  WS-ULTIMO-CON-PARTE          PIC 9(02) COMP VALUE ZERO.
002380 01  WS-TOTAL-ESTUDIANTES         PIC 9(02) COMP VALUE ZERO.
002390 01  WS-IDX-EST                   PIC 9(02) COMP.
002400 01  WS-TABLA-ESTUDIANTES.
002410     05  WS-EST                   OCCURS 20 TIMES.
002420         10  WS-EST-IDEN          PIC X(05).
002430         10  WS-EST-NOMBRE        PIC X(30).
002440         10  WS-EST-CURSO         PIC X(10).
002450         10  WS-EST-FACTURADO     PIC S9(09)V9(02).
002460         10  WS-EST-PARTE         PIC S9(09)V9(02).
002470
002480 01  WS-CONTADORES.
002490     05  WS-MOV-LEIDOS            PIC 9(07) COMP VALUE ZERO.
002500     05  WS-CERTIFICADOS          PIC 9(05) COMP VALUE ZERO.
002510     05  WS-SIN-ESTUDIANTE        PIC 9(05) COMP VALUE ZERO.
002520     05  WS-SIN-CUENTA            PIC 9(05) COMP VALUE ZERO.
002530     05  WS-ESTUDIANTES-OMITIDOS  PIC 9(05) COMP VALUE ZERO.
002535     05  WS-SIN-DOMICILIO         PIC 9(05) COMP VALUE ZERO.
002540     05  WS-DETALLES-RESUMEN      PIC 9(07) VALUE ZERO.
002550     05  WS-SUMA-RESUMEN          PIC 9(11)V9(02) VALUE ZERO.
002560
002570 01  WS-MONTO-EDIT                PIC ZZ,ZZZ,ZZ9.99.
002575 01  WS-IDX-DOM                   PIC 9(01) COMP.
002580
002590 01  WS-LINEA-ESTUDIANTE.
002600     05  FILLER                   PIC X(02) VALUE SPACES.
002610     05  DOC-IDEN                 PIC X(05).
002620     05  FILLER                   PIC X(02) VALUE SPACES.
002630     05  DOC-NOMBRE               PIC X(30).
002640     05  FILLER                   PIC X(02) VALUE SPACES.
002650     05  DOC-CURSO                PIC X(10).
002660     05  FILLER                   PIC X(02) VALUE SPACES.
002670     05  DOC-MONTO                PIC ZZ,ZZZ,ZZ9.99.
002680     05  FILLER                   PIC X(14) VALUE SPACES.
002690
002700*  Registros del resumen para la autoridad fiscal.
002710 01  WS-RES-CABECERA.
002720     05  FILLER                   PIC X(02) VALUE "01".
002730     05  RES-CAB-RFC              PIC X(13).
002740     05  RES-CAB-ESCUELA          PIC X(10).
002750     05  RES-CAB-ANIO             PIC 9(04).
002760     05  RES-CAB-FECHA            PIC 9(08).
002770     05  FILLER                   PIC X(83) VALUE SPACES.
002780
002790 01  WS-RES-DETALLE.
002800     05  FILLER                   PIC X(02) VALUE "02".
002810     05  RES-DET-FOLIO            PIC 9(06).
002820     05  RES-DET-CLIENTE          PIC X(06).
002830     05  RES-DET-TUTOR            PIC X(20).
002840     05  RES-DET-IDEN             PIC X(05).
002850     05  RES-DET-ESTUDIANTE       PIC X(30).
002860     05  RES-DET-CURSO            PIC X(10).
002870     05  RES-DET-MONTO            PIC 9(08)V9(02).
002880     05  FILLER                   PIC X(31) VALUE SPACES.
002890
002900 01  WS-RES-COLA.
002910     05  FILLER                   PIC X(02) VALUE "09".
002920     05  RES-COLA-REGISTROS       PIC 9(07).
002930     05  RES-COLA-SUMA            PIC 9(11)V9(02).
002940     05  FILLER                   PIC X(98) VALUE SPACES.
002950
002960 COPY ERRPARM.
002963
002966 COPY DIREPARM.
002970
002980 COPY RPTGPARM.
002990
003000 PROCEDURE DIVISION.
003010 0000-MAINLINE.
003020     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003030     SORT WORK-FILE
003040         ON ASCENDING KEY WORK-CLIENTE WORK-IDEN WORK-TIPO
003050         INPUT PROCEDURE IS 2000-JUNTAR-DATOS THRU 2000-EXIT
003060         OUTPUT PROCEDURE IS 3000-EMITIR-CONSTANCIAS
003070             THRU 3000-EXIT.
003080     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
003090     STOP RUN.
003100
003110*----------------------------------------------------------*
003120*  1000-INICIALIZAR - Anio a procesar, archivos, datos de    *
003130*  la escuela y folio vigente; un anio ya emitido se niega.  *
003140*----------------------------------------------------------*
003150 1000-INICIALIZAR.
003160     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
003170     DISPLAY "Anio de la constancia AAAA"
003180         " (blanco = anio anterior):".
003190     MOVE SPACES TO WS-ENTRADA-ANIO.
003200     ACCEPT WS-ENTRADA-ANIO.
003210     IF WS-ENTRADA-ANIO IS NUMERIC
003220         MOVE WS-ENTRADA-ANIO TO WS-ANIO-PROCESO
003230     ELSE
003240         IF WS-ENTRADA-ANIO = SPACES
003250             COMPUTE WS-ANIO-PROCESO = WS-HOY-AAAA - 1
003260             DISPLAY "SIN ANIO TECLEADO: SE TOMA "
003270                 WS-ANIO-PROCESO
003280         ELSE
003290             DISPLAY "ANIO INVALIDO, NO SE EMITE NADA"
003300             MOVE 8 TO RETURN-CODE
003310             STOP RUN
003320         END-IF
003330     END-IF.
003340
003350     PERFORM 1100-LEER-CONTROL THRU 1100-EXIT.
003360     IF WS-ANIO-EMITIDO = WS-ANIO-PROCESO
003370         MOVE "CLICERTF"      TO ERRHAND-PROGRAMA
003380         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
003390         MOVE SPACES          TO ERRHAND-FILE-STATUS
003400         SET ERRHAND-FATAL TO TRUE
003410         MOVE "CONSTANCIAS DEL ANIO YA EMITIDAS; VER CERTLOG"
003420             TO ERRHAND-MENSAJE
003430         CALL "ERRHAND" USING ERRHAND-PARM
003440         MOVE 8 TO RETURN-CODE
003450         STOP RUN
003460     END-IF.
003470
003480     OPEN INPUT HISTORIAL-FILE.
003490     IF NOT WS-HIS-OK
003500         MOVE "CLICERTF"      TO ERRHAND-PROGRAMA
003510         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
003520         MOVE WS-HIS-STATUS   TO ERRHAND-FILE-STATUS
003530         SET ERRHAND-FATAL TO TRUE
003540         MOVE "ERROR AL ABRIR CLIMHIDX" TO ERRHAND-MENSAJE
003550         CALL "ERRHAND" USING ERRHAND-PARM
003560         MOVE 8 TO RETURN-CODE
003570         STOP RUN
003580     END-IF.
003590
003600     OPEN INPUT CLIENTE-FILE.
003610     IF NOT WS-CLI-OK
003620         MOVE "CLICERTF"      TO ERRHAND-PROGRAMA
003630         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
003640         MOVE WS-CLI-STATUS   TO ERRHAND-FILE-STATUS
003650         SET ERRHAND-FATAL TO TRUE
003660         MOVE "ERROR AL ABRIR CLIMAST" TO ERRHAND-MENSAJE
003670         CALL "ERRHAND" USING ERRHAND-PARM
003680         MOVE 8 TO RETURN-CODE
003690         STOP RUN
003700     END-IF.
003710
003720     OPEN INPUT ESTUDIANTE-FILE.
003730     IF NOT WS-STU-OK
003740         MOVE "CLICERTF"      TO ERRHAND-PROGRAMA
003750         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
003760         MOVE WS-STU-STATUS   TO ERRHAND-FILE-STATUS
003770         SET ERRHAND-FATAL TO TRUE
003780         MOVE "ERROR AL ABRIR ESTUDIDX" TO ERRHAND-MENSAJE
003790         CALL "ERRHAND" USING ERRHAND-PARM
003800         MOVE 8 TO RETURN-CODE
003810         STOP RUN
003820     END-IF.
003830
003840*  El historico y el registro de facturas son opcionales: sin
003850*  ellos salen solo los estudiantes vivos, en partes iguales.
003860     OPEN INPUT HISTORICO-FILE.
003870     IF WS-HST-OK
003880         SET HISTORICO-DISPONIBLE TO TRUE
003890     END-IF.
003900     OPEN INPUT FACTURA-FILE.
003910     IF WS-FAC-OK
003920         SET FACTURAS-DISPONIBLES TO TRUE
003930     END-IF.
003940
003950     OPEN INPUT PARAMETRO-FILE.
003960     IF WS-PARM-OK
003970         READ PARAMETRO-FILE
003980             NOT AT END
003990                 IF PARM-RFC NOT = SPACES
004000                     MOVE PARM-RFC TO WS-RFC-ESCUELA
004010                 END-IF
004020                 IF PARM-CLAVE-ESCUELA NOT = SPACES
004030                     MOVE PARM-CLAVE-ESCUELA TO WS-CLAVE-ESCUELA
004040                 END-IF
004050                 IF PARM-NOMBRE-ESCUELA NOT = SPACES
004060                     MOVE PARM-NOMBRE-ESCUELA
004070                         TO WS-NOMBRE-ESCUELA
004080                 END-IF
004090                 IF PARM-FIRMANTE NOT = SPACES
004100                     MOVE PARM-FIRMANTE TO WS-FIRMANTE
004110                 END-IF
004120         END-READ
004130         CLOSE PARAMETRO-FILE
004140     END-IF.
004150
004160     MOVE "CLICERTF" TO RPTGEN-REPORTE.
004170     CALL "RPTGEN" USING RPTGEN-PARM.
004180     MOVE RPTGEN-ARCHIVO TO WS-ARCHIVO-DOCUMENTO.
004190     OPEN OUTPUT DOCUMENTO-FILE.
004200
004210     OPEN EXTEND BITACORA-FILE.
004220     IF NOT WS-BIT-OK
004230         OPEN OUTPUT BITACORA-FILE
004240     END-IF.
004250
004260     OPEN OUTPUT RESUMEN-FILE.
004270     MOVE WS-RFC-ESCUELA   TO RES-CAB-RFC.
004280     MOVE WS-CLAVE-ESCUELA TO RES-CAB-ESCUELA.
004290     MOVE WS-ANIO-PROCESO  TO RES-CAB-ANIO.
004300     MOVE WS-FECHA-HOY     TO RES-CAB-FECHA.
004310     WRITE RESUMEN-LINEA FROM WS-RES-CABECERA.
004320 1000-EXIT.
004330     EXIT.
004340
004350 1100-LEER-CONTROL.
004360     OPEN INPUT CONTROL-FILE.
004370     IF WS-CTL-OK
004380         READ CONTROL-FILE
004390             AT END
004400                 CONTINUE
004410             NOT AT END
004420                 MOVE CTL-ULTIMO-FOLIO TO WS-FOLIO-ACTUAL
004430                 MOVE CTL-ULTIMO-ANIO  TO WS-ANIO-EMITIDO
004440         END-READ
004450         CLOSE CONTROL-FILE
004460     END-IF.
004470 1100-EXIT.
004480     EXIT.
004490
004500*----------------------------------------------------------*
004510*  2000-JUNTAR-DATOS - Entrada del SORT: pagos del anio,     *
004520*  estudiantes por tutor y lo facturado por estudiante.      *
004530*----------------------------------------------------------*
004540 2000-JUNTAR-DATOS.
004550     PERFORM 2100-LEER-MOVIMIENTO THRU 2100-EXIT
004560         UNTIL WS-HIS-FIN-ARCHIVO.
004570     PERFORM 2200-LEER-ESTUDIANTE THRU 2200-EXIT
004580         UNTIL WS-STU-FIN-ARCHIVO.
004590     IF HISTORICO-DISPONIBLE
004600         PERFORM 2300-LEER-HISTORICO THRU 2300-EXIT
004610             UNTIL WS-HST-FIN-ARCHIVO
004620     END-IF.
004630     IF FACTURAS-DISPONIBLES
004640         PERFORM 2400-LEER-FACTURA THRU 2400-EXIT
004650             UNTIL WS-FAC-FIN-ARCHIVO
004660     END-IF.
004670 2000-EXIT.
004680     EXIT.
004690
004700*  Cuenta como pagado lo cobrado por banco, caja o
004710*  domiciliacion (y lo anterior al origen); restan la reversa
004720*  de un recibo de caja y la devolucion de un saldo a favor.
004730*  Los creditos por baja y los ajustes no son pagos.
004740 2100-LEER-MOVIMIENTO.
004750     READ HISTORIAL-FILE NEXT RECORD
004760         AT END
004770             SET WS-HIS-FIN-ARCHIVO TO TRUE
004780             GO TO 2100-EXIT
004790     END-READ.
004800     ADD 1 TO WS-MOV-LEIDOS.
004810     COMPUTE WS-ANIO-MOV = MOVH-FECHA / 10000.
004820     IF WS-ANIO-MOV NOT = WS-ANIO-PROCESO
004830         GO TO 2100-EXIT
004840     END-IF.
004850     IF MOVH-ES-PAGO
004860         IF MOVH-DE-BANCO OR MOVH-DE-CAJA
004870            OR MOVH-DE-DOMICILIACION OR MOVH-ORIGEN = SPACES
004880             MOVE MOVH-MONTO TO WORK-MONTO
004890         ELSE
004900             GO TO 2100-EXIT
004910         END-IF
004920     ELSE
004930         IF MOVH-DE-CAJA OR MOVH-DE-DEVOLUCION
004940             COMPUTE WORK-MONTO = ZERO - MOVH-MONTO
004950         ELSE
004960             GO TO 2100-EXIT
004970         END-IF
004980     END-IF.
004990     MOVE MOVH-CLIENTE TO WORK-CLIENTE.
005000     MOVE SPACES       TO WORK-IDEN.
005010     SET WORK-ES-PAGO TO TRUE.
005020     MOVE SPACES       TO WORK-NOMBRE.
005030     MOVE SPACES       TO WORK-CURSO.
005040     RELEASE WORK-REC.
005050 2100-EXIT.
005060     EXIT.
005070
005080 2200-LEER-ESTUDIANTE.
005090     READ ESTUDIANTE-FILE NEXT RECORD
005100         AT END
005110             SET WS-STU-FIN-ARCHIVO TO TRUE
005120             GO TO 2200-EXIT
005130     END-READ.
005140     IF ESTUDIANTE-TUTOR = SPACES
005150         GO TO 2200-EXIT
005160     END-IF.
005170     MOVE ESTUDIANTE-TUTOR TO CLIENTE-NOMBRE.
005180     PERFORM 2500-BUSCAR-TUTOR THRU 2500-EXIT.
005190     IF NOT WS-CLI-OK
005200         GO TO 2200-EXIT
005210     END-IF.
005220     MOVE CLIENTE-NUMERO    TO WORK-CLIENTE.
005230     MOVE ESTUDIANTE-IDEN   TO WORK-IDEN.
005240     SET WORK-ES-ESTUDIANTE TO TRUE.
005250     MOVE ESTUDIANTE-NOMBRE TO WORK-NOMBRE.
005260     MOVE ESTUDIANTE-CURSO  TO WORK-CURSO.
005270     MOVE ZERO              TO WORK-MONTO.
005280     RELEASE WORK-REC.
005290 2200-EXIT.
005300     EXIT.
005310
005320*  Los archivados en el cierre de ciclo del anio tambien
005330*  pagaron colegiaturas en el.
005340 2300-LEER-HISTORICO.
005350     READ HISTORICO-FILE NEXT RECORD
005360         AT END
005370             SET WS-HST-FIN-ARCHIVO TO TRUE
005380             GO TO 2300-EXIT
005390     END-READ.
005400     IF HIST-ANIO NOT = WS-ANIO-PROCESO
005410        OR HIST-TUTOR = SPACES
005420         GO TO 2300-EXIT
005430     END-IF.
005440     MOVE HIST-TUTOR TO CLIENTE-NOMBRE.
005450     PERFORM 2500-BUSCAR-TUTOR THRU 2500-EXIT.
005460     IF NOT WS-CLI-OK
005470         GO TO 2300-EXIT
005480     END-IF.
005490     MOVE CLIENTE-NUMERO    TO WORK-CLIENTE.
005500     MOVE HIST-IDEN         TO WORK-IDEN.
005510     SET WORK-ES-ESTUDIANTE TO TRUE.
005520     MOVE HIST-NOMBRE       TO WORK-NOMBRE.
005530     MOVE HIST-CURSO        TO WORK-CURSO.
005540     MOVE ZERO              TO WORK-MONTO.
005550     RELEASE WORK-REC.
005560 2300-EXIT.
005570     EXIT.
005580
005590 2400-LEER-FACTURA.
005600     READ FACTURA-FILE NEXT RECORD
005610         AT END
005620             SET WS-FAC-FIN-ARCHIVO TO TRUE
005630             GO TO 2400-EXIT
005640     END-READ.
005650     IF NOT FACT-ES-FACTURA
005660         GO TO 2400-EXIT
005670     END-IF.
005680     COMPUTE WS-ANIO-MOV = FACT-PERIODO / 100.
005690     IF WS-ANIO-MOV NOT = WS-ANIO-PROCESO
005700         GO TO 2400-EXIT
005710     END-IF.
005720     MOVE FACT-CLIENTE      TO WORK-CLIENTE.
005730     MOVE FACT-IDEN         TO WORK-IDEN.
005740     SET WORK-ES-FACTURA TO TRUE.
005750     MOVE FACT-ESTUDIANTE   TO WORK-NOMBRE.
005760     MOVE FACT-CURSO        TO WORK-CURSO.
005770     COMPUTE WORK-MONTO = FACT-NETO - FACT-ACREDITADO.
005780     RELEASE WORK-REC.
005790 2400-EXIT.
005800     EXIT.
005810
005820*  ESTUDIANTE-TUTOR lleva el nombre de la cuenta en CLIMAST.
005830 2500-BUSCAR-TUTOR.
005840     READ CLIENTE-FILE KEY IS CLIENTE-NOMBRE
005850         INVALID KEY
005860             ADD 1 TO WS-SIN-CUENTA
005870     END-READ.
005880 2500-EXIT.
005890     EXIT.
005900
005910*----------------------------------------------------------*
005920*  3000-EMITIR-CONSTANCIAS - Salida del SORT cortando por    *
005930*  cuenta: cada corte emite la constancia de la anterior.    *
005940*----------------------------------------------------------*
005950 3000-EMITIR-CONSTANCIAS.
005960     PERFORM 3100-RETORNAR-UNO THRU 3100-EXIT
005970         UNTIL FIN-DE-SORT.
005980     IF NO-ES-PRIMER-CLIENTE
005990         PERFORM 3200-CERRAR-CUENTA THRU 3200-EXIT
006000     END-IF.
006010 3000-EXIT.
006020     EXIT.
006030
006040 3100-RETORNAR-UNO.
006050     RETURN WORK-FILE
006060         AT END
006070             SET FIN-DE-SORT TO TRUE
006080             GO TO 3100-EXIT
006090     END-RETURN.
006100
006110     IF ES-PRIMER-CLIENTE
006120         SET NO-ES-PRIMER-CLIENTE TO TRUE
006130         MOVE WORK-CLIENTE TO WS-CLIENTE-ANTERIOR
006140     END-IF.
006150     IF WORK-CLIENTE NOT = WS-CLIENTE-ANTERIOR
006160         PERFORM 3200-CERRAR-CUENTA THRU 3200-EXIT
006170         MOVE WORK-CLIENTE TO WS-CLIENTE-ANTERIOR
006180     END-IF.
006190
006200     IF WORK-ES-PAGO
006210         ADD WORK-MONTO TO WS-PAGADO-CLIENTE
006220         GO TO 3100-EXIT
006230     END-IF.
006240
006250*  Estudiante o factura: el SORT los deja juntos por ID, asi
006260*  que basta mirar el ultimo renglon de la tabla.
006270     IF WS-TOTAL-ESTUDIANTES = ZERO
006280        OR WS-EST-IDEN (WS-TOTAL-ESTUDIANTES) NOT = WORK-IDEN
006290         IF WS-TOTAL-ESTUDIANTES NOT < 20
006300             ADD 1 TO WS-ESTUDIANTES-OMITIDOS
006310             DISPLAY "MAS DE 20 ESTUDIANTES, CLIENTE="
006320                 WORK-CLIENTE " SE OMITE " WORK-IDEN
006330             GO TO 3100-EXIT
006340         END-IF
006350         ADD 1 TO WS-TOTAL-ESTUDIANTES
006360         MOVE WORK-IDEN   TO WS-EST-IDEN (WS-TOTAL-ESTUDIANTES)
006370         MOVE WORK-NOMBRE TO WS-EST-NOMBRE (WS-TOTAL-ESTUDIANTES)
006380         MOVE WORK-CURSO  TO WS-EST-CURSO (WS-TOTAL-ESTUDIANTES)
006390         MOVE ZERO TO WS-EST-FACTURADO (WS-TOTAL-ESTUDIANTES)
006400         MOVE ZERO TO WS-EST-PARTE (WS-TOTAL-ESTUDIANTES)
006410     END-IF.
006420     IF WORK-ES-FACTURA
006430         ADD WORK-MONTO TO WS-EST-FACTURADO (WS-TOTAL-ESTUDIANTES)
006440         ADD WORK-MONTO TO WS-FACTURADO-CLIENTE
006450     END-IF.
006460 3100-EXIT.
006470     EXIT.
006480
006490*----------------------------------------------------------*
006500*  3200-CERRAR-CUENTA - Con pagos y estudiantes emite la     *
006510*  constancia; en todo caso limpia la cuenta en armado.      *
006520*----------------------------------------------------------*
006530 3200-CERRAR-CUENTA.
006540     IF WS-PAGADO-CLIENTE > ZERO
006550         IF WS-TOTAL-ESTUDIANTES = ZERO
006560             ADD 1 TO WS-SIN-ESTUDIANTE
006570             DISPLAY "PAGOS SIN ESTUDIANTE, CLIENTE="
006580                 WS-CLIENTE-ANTERIOR
006590         ELSE
006600             PERFORM 3300-REPARTIR-PAGADO THRU 3300-EXIT
006610             PERFORM 3400-IMPRIMIR-CONSTANCIA THRU 3400-EXIT
006620         END-IF
006630     END-IF.
006640     MOVE ZERO TO WS-PAGADO-CLIENTE.
006650     MOVE ZERO TO WS-FACTURADO-CLIENTE.
006660     MOVE ZERO TO WS-TOTAL-ESTUDIANTES.
006670 3200-EXIT.
006680     EXIT.
006690
006700*  Reparto proporcional a lo facturado; el ultimo estudiante
006710*  con parte se lleva el redondeo para que la suma sea exacta.
006720 3300-REPARTIR-PAGADO.
006730     MOVE ZERO TO WS-REPARTIDO.
006740     MOVE ZERO TO WS-ULTIMO-CON-PARTE.
006750     PERFORM 3310-CALCULAR-PARTE THRU 3310-EXIT
006760         VARYING WS-IDX-EST FROM 1 BY 1
006770         UNTIL WS-IDX-EST > WS-TOTAL-ESTUDIANTES.
006780     IF WS-ULTIMO-CON-PARTE > ZERO
006790         COMPUTE WS-EST-PARTE (WS-ULTIMO-CON-PARTE) =
006800             WS-EST-PARTE (WS-ULTIMO-CON-PARTE)
006810             + WS-PAGADO-CLIENTE - WS-REPARTIDO
006820     END-IF.
006830 3300-EXIT.
006840     EXIT.
006850
006860 3310-CALCULAR-PARTE.
006870     IF WS-FACTURADO-CLIENTE > ZERO
006880         IF WS-EST-FACTURADO (WS-IDX-EST) > ZERO
006890             COMPUTE WS-EST-PARTE (WS-IDX-EST) ROUNDED =
006900                 WS-PAGADO-CLIENTE * WS-EST-FACTURADO (WS-IDX-EST)
006910                 / WS-FACTURADO-CLIENTE
006920             MOVE WS-IDX-EST TO WS-ULTIMO-CON-PARTE
006930         END-IF
006940     ELSE
006950         COMPUTE WS-EST-PARTE (WS-IDX-EST) ROUNDED =
006960             WS-PAGADO-CLIENTE / WS-TOTAL-ESTUDIANTES
006970         MOVE WS-IDX-EST TO WS-ULTIMO-CON-PARTE
006980     END-IF.
006990     ADD WS-EST-PARTE (WS-IDX-EST) TO WS-REPARTIDO.
007000 3310-EXIT.
007010     EXIT.
007020
007030*----------------------------------------------------------*
007040*  3400-IMPRIMIR-CONSTANCIA - Folio, constancia firmada,     *
007050*  registro CERTLOG y detalle del resumen fiscal.             *
007060*----------------------------------------------------------*
007070 3400-IMPRIMIR-CONSTANCIA.
007080     MOVE WS-CLIENTE-ANTERIOR TO CLIENTE-NUMERO.
007090     READ CLIENTE-FILE
007100         INVALID KEY
007110             MOVE "(CUENTA SIN MAESTRO)" TO CLIENTE-NOMBRE
007120     END-READ.
007130     ADD 1 TO WS-FOLIO-ACTUAL.
007140     ADD 1 TO WS-CERTIFICADOS.
007150
007160     MOVE ALL "=" TO DOCUMENTO-LINEA.
007170     WRITE DOCUMENTO-LINEA.
007180     MOVE WS-NOMBRE-ESCUELA TO DOCUMENTO-LINEA.
007190     WRITE DOCUMENTO-LINEA.
007200     MOVE SPACES TO DOCUMENTO-LINEA.
007210     STRING "RFC " DELIMITED BY SIZE
007220         WS-RFC-ESCUELA DELIMITED BY SIZE
007230         "  CLAVE " DELIMITED BY SIZE
007240         WS-CLAVE-ESCUELA DELIMITED BY SIZE
007250         INTO DOCUMENTO-LINEA
007260     END-STRING.
007270     WRITE DOCUMENTO-LINEA.
007280     MOVE SPACES TO DOCUMENTO-LINEA.
007290     STRING "CONSTANCIA DE COLEGIATURAS PAGADAS  FOLIO "
007300         DELIMITED BY SIZE
007310         WS-FOLIO-ACTUAL DELIMITED BY SIZE
007320         "  FECHA " DELIMITED BY SIZE
007330         WS-FECHA-HOY DELIMITED BY SIZE
007340         INTO DOCUMENTO-LINEA
007350     END-STRING.
007360     WRITE DOCUMENTO-LINEA.
007370     MOVE SPACES TO DOCUMENTO-LINEA.
007380     STRING "EJERCICIO " DELIMITED BY SIZE
007390         WS-ANIO-PROCESO DELIMITED BY SIZE
007400         "  TUTOR " DELIMITED BY SIZE
007410         CLIENTE-NOMBRE DELIMITED BY SIZE
007420         "  CUENTA " DELIMITED BY SIZE
007430         WS-CLIENTE-ANTERIOR DELIMITED BY SIZE
007440         INTO DOCUMENTO-LINEA
007450     END-STRING.
007460     WRITE DOCUMENTO-LINEA.
007470     MOVE SPACES TO DOCUMENTO-LINEA.
007480     WRITE DOCUMENTO-LINEA.
007485     PERFORM 3420-DOMICILIO-TUTOR THRU 3420-EXIT.
007490     MOVE "  ID     ESTUDIANTE                      CURSO
007500-    "     MONTO PAGADO" TO DOCUMENTO-LINEA.
007510     WRITE DOCUMENTO-LINEA.
007520
007530     PERFORM 3410-IMPRIMIR-ESTUDIANTE THRU 3410-EXIT
007540         VARYING WS-IDX-EST FROM 1 BY 1
007550         UNTIL WS-IDX-EST > WS-TOTAL-ESTUDIANTES.
007560
007570     MOVE WS-PAGADO-CLIENTE TO WS-MONTO-EDIT.
007580     MOVE SPACES TO DOCUMENTO-LINEA.
007590     STRING "  TOTAL PAGADO EN EL EJERCICIO: " DELIMITED BY SIZE
007600         WS-MONTO-EDIT DELIMITED BY SIZE
007610         INTO DOCUMENTO-LINEA
007620     END-STRING.
007630     WRITE DOCUMENTO-LINEA.
007640     MOVE SPACES TO DOCUMENTO-LINEA.
007650     WRITE DOCUMENTO-LINEA.
007660     MOVE "FIRMA Y SELLO DE LA DIRECCION: ____________________"
007670         TO DOCUMENTO-LINEA.
007680     WRITE DOCUMENTO-LINEA.
007690     MOVE SPACES TO DOCUMENTO-LINEA.
007700     STRING "                               " DELIMITED BY SIZE
007710         WS-FIRMANTE DELIMITED BY SIZE
007720         INTO DOCUMENTO-LINEA
007730     END-STRING.
007740     WRITE DOCUMENTO-LINEA.
007750
007760     PERFORM 3500-GRABAR-FOLIO THRU 3500-EXIT.
007770     PERFORM 3600-ANOTAR-BITACORA THRU 3600-EXIT.
007780 3400-EXIT.
007790     EXIT.
007800
007810 3410-IMPRIMIR-ESTUDIANTE.
007820     IF WS-EST-PARTE (WS-IDX-EST) NOT > ZERO
007830         GO TO 3410-EXIT
007840     END-IF.
007850     MOVE WS-EST-IDEN (WS-IDX-EST)   TO DOC-IDEN.
007860     MOVE WS-EST-NOMBRE (WS-IDX-EST) TO DOC-NOMBRE.
007870     MOVE WS-EST-CURSO (WS-IDX-EST)  TO DOC-CURSO.
007880     MOVE WS-EST-PARTE (WS-IDX-EST)  TO DOC-MONTO.
007890     WRITE DOCUMENTO-LINEA FROM WS-LINEA-ESTUDIANTE.
007900
007910     MOVE WS-FOLIO-ACTUAL             TO RES-DET-FOLIO.
007920     MOVE WS-CLIENTE-ANTERIOR         TO RES-DET-CLIENTE.
007930     MOVE CLIENTE-NOMBRE              TO RES-DET-TUTOR.
007940     MOVE WS-EST-IDEN (WS-IDX-EST)    TO RES-DET-IDEN.
007950     MOVE WS-EST-NOMBRE (WS-IDX-EST)  TO RES-DET-ESTUDIANTE.
007960     MOVE WS-EST-CURSO (WS-IDX-EST)   TO RES-DET-CURSO.
007970     MOVE WS-EST-PARTE (WS-IDX-EST)   TO RES-DET-MONTO.
007980     WRITE RESUMEN-LINEA FROM WS-RES-DETALLE.
007990     ADD 1 TO WS-DETALLES-RESUMEN.
008000     ADD WS-EST-PARTE (WS-IDX-EST) TO WS-SUMA-RESUMEN.
008010 3410-EXIT.
008011     EXIT.
008012
008013*----------------------------------------------------------*
008014*  3420-DOMICILIO-TUTOR - Nombre y domicilio del tutor       *
008015*  segun CLIMAST (rutina DIRELKP), para el envio de la       *
008016*  constancia en sobre de ventanilla.                        *
008017*----------------------------------------------------------*
008018 3420-DOMICILIO-TUTOR.
008019     MOVE SPACES TO DIRELKP-TUTOR.
008020     MOVE WS-CLIENTE-ANTERIOR TO DIRELKP-CLIENTE.
008021     CALL "DIRELKP" USING DIRELKP-PARM.
008022     IF NOT DIRELKP-CON-DOMICILIO
008023         ADD 1 TO WS-SIN-DOMICILIO
008024     END-IF.
008025     PERFORM 3430-RENGLON-DOMICILIO THRU 3430-EXIT
008026         VARYING WS-IDX-DOM FROM 1 BY 1
008027         UNTIL WS-IDX-DOM > 4.
008028     MOVE SPACES TO DOCUMENTO-LINEA.
008029     WRITE DOCUMENTO-LINEA.
008030 3420-EXIT.
008031     EXIT.
008032
008033 3430-RENGLON-DOMICILIO.
008034     MOVE DIRELKP-LINEA (WS-IDX-DOM) TO DOCUMENTO-LINEA.
008035     WRITE DOCUMENTO-LINEA.
008036 3430-EXIT.
008037     EXIT.
008038
008040*  El control se reescribe tras cada constancia, como
008050*  CONSTCTL, con el anio en curso de emision.
008060 3500-GRABAR-FOLIO.
008070     OPEN OUTPUT CONTROL-FILE.
008080     MOVE WS-FOLIO-ACTUAL TO CTL-ULTIMO-FOLIO.
008090     MOVE WS-ANIO-PROCESO TO CTL-ULTIMO-ANIO.
008100     WRITE CONTROL-REC.
008110     CLOSE CONTROL-FILE.
008120 3500-EXIT.
008130     EXIT.
008140
008150 3600-ANOTAR-BITACORA.
008160     INITIALIZE BITACORA-REC.
008170     MOVE WS-FOLIO-ACTUAL      TO BIT-FOLIO.
008180     MOVE WS-FECHA-HOY         TO BIT-FECHA.
008190     MOVE WS-ANIO-PROCESO      TO BIT-ANIO.
008200     MOVE WS-CLIENTE-ANTERIOR  TO BIT-CLIENTE.
008210     MOVE CLIENTE-NOMBRE       TO BIT-TUTOR.
008220     MOVE WS-TOTAL-ESTUDIANTES TO BIT-ESTUDIANTES.
008230     MOVE WS-PAGADO-CLIENTE    TO BIT-TOTAL.
008240     WRITE BITACORA-REC.
008250 3600-EXIT.
008260     EXIT.
008270
008280*----------------------------------------------------------*
008290*  9000-FINALIZAR - Cola del resumen, cierre y resumen        *
008300*----------------------------------------------------------*
008310 9000-FINALIZAR.
008320     MOVE WS-DETALLES-RESUMEN TO RES-COLA-REGISTROS.
008330     MOVE WS-SUMA-RESUMEN     TO RES-COLA-SUMA.
008340     WRITE RESUMEN-LINEA FROM WS-RES-COLA.
008350
008360     CLOSE HISTORIAL-FILE.
008370     CLOSE CLIENTE-FILE.
008380     CLOSE ESTUDIANTE-FILE.
008390     IF HISTORICO-DISPONIBLE
008400         CLOSE HISTORICO-FILE
008410     END-IF.
008420     IF FACTURAS-DISPONIBLES
008430         CLOSE FACTURA-FILE
008440     END-IF.
008450     CLOSE BITACORA-FILE.
008460     CLOSE RESUMEN-FILE.
008470     CLOSE DOCUMENTO-FILE.
008480     DISPLAY " ".
008490     DISPLAY "---- CONSTANCIAS DE COLEGIATURAS PAGADAS ----".
008500     DISPLAY "EJERCICIO          : " WS-ANIO-PROCESO.
008510     DISPLAY "MOVIMIENTOS LEIDOS : " WS-MOV-LEIDOS.
008520     DISPLAY "CONSTANCIAS        : " WS-CERTIFICADOS.
008530     DISPLAY "ULTIMO FOLIO       : " WS-FOLIO-ACTUAL.
008540     DISPLAY "PAGOS SIN ESTUDIANTE: " WS-SIN-ESTUDIANTE.
008550     DISPLAY "TUTOR SIN CUENTA   : " WS-SIN-CUENTA.
008555     DISPLAY "SIN DOMICILIO      : " WS-SIN-DOMICILIO.
008560     DISPLAY "ESTUDIANTES OMITIDOS: " WS-ESTUDIANTES-OMITIDOS.
008570     DISPLAY "TOTAL DEL RESUMEN  : " WS-SUMA-RESUMEN.
008580     DISPLAY "DOCUMENTOS: " WS-ARCHIVO-DOCUMENTO.
008590 9000-EXIT.
008600     EXIT.

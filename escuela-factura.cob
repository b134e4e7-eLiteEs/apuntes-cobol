000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  ESCFACT                                     *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Facturacion de colegiaturas, paso siguiente a ESCCUOTA:   *
000090*  toma los cargos aplicados que ESCCUOTA deja en FACTPEND,  *
000100*  asigna a cada uno el siguiente folio fiscal del control   *
000110*  FACTCTL (al estilo de CONSTCTL), imprime la factura con   *
000120*  la cuota bruta, la beca, el descuento por hermanos y el   *
000130*  neto (generacion ESCFACT via RPTGEN), y la asienta en el  *
000140*  registro de facturas FACTIDX, con un listado de las       *
000150*  facturas emitidas en la corrida (generacion FACTREG).     *
000160*  FACTCTL guarda tambien cuantos pendientes ya se           *
000170*  facturaron: una corrida interrumpida se reanuda sin       *
000180*  repetir folios.  Al terminar bien se vacia FACTPEND.      *
000190*----------------------------------------------------------*
000200*  MODIFICATIONS.
000210*  2026-10-15 JFV  Creacion inicial.
000220*----------------------------------------------------------*
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. ESCFACT.
000250 AUTHOR. J. FIGUEROA VEGA.
000260 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000270 DATE-WRITTEN. 2026-10-15.
000280 DATE-COMPILED.
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT PENDIENTE-FILE ASSIGN TO "FACTPEND"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-FPE-STATUS.
000360
000370     SELECT FACTURA-FILE ASSIGN TO "FACTIDX"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS FACT-FOLIO
000410         ALTERNATE RECORD KEY IS FACT-REFERENCIA
000420             WITH DUPLICATES
000430         FILE STATUS IS WS-FAC-STATUS.
000440
000450     SELECT CONTROL-FILE ASSIGN TO "FACTCTL"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-CTL-STATUS.
000480
000490     SELECT DOCUMENTO-FILE ASSIGN TO WS-ARCHIVO-DOCUMENTO
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-DOC-STATUS.
000520
000530     SELECT REPORTE-FILE ASSIGN TO WS-ARCHIVO-REPORTE
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-RPT-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  PENDIENTE-FILE.
000600     COPY FACPREC.
000610
000620 FD  FACTURA-FILE.
000630     COPY FACTREC.
000640
000650 FD  CONTROL-FILE.
000660 01  CONTROL-REC.
000670     05  CTL-ULTIMO-FOLIO         PIC 9(06).
000680     05  FILLER                   PIC X(01).
000690     05  CTL-PEND-FACTURADOS      PIC 9(07).
000700
000710 FD  DOCUMENTO-FILE.
000720 01  DOCUMENTO-LINEA              PIC X(80).
000730
000740 FD  REPORTE-FILE.
000750 01  REPORTE-LINEA                PIC X(80).
000760
000770 WORKING-STORAGE SECTION.
000780 01  WS-FPE-STATUS                PIC X(02).
000790     88  WS-FPE-OK                        VALUE "00".
000800     88  WS-FPE-FIN-ARCHIVO               VALUE "10".
000810
000820 01  WS-FAC-STATUS                PIC X(02).
000830     88  WS-FAC-OK                        VALUE "00".
000840
000850 01  WS-CTL-STATUS                PIC X(02).
000860     88  WS-CTL-OK                        VALUE "00".
000870
000880 01  WS-DOC-STATUS                PIC X(02).
000890     88  WS-DOC-OK                        VALUE "00".
000900
000910 01  WS-RPT-STATUS                PIC X(02).
000920     88  WS-RPT-OK                        VALUE "00".
000930
000940 01  WS-ARCHIVO-DOCUMENTO         PIC X(20) VALUE "ESCFACT".
000950 01  WS-ARCHIVO-REPORTE           PIC X(20) VALUE "FACTREG".
000960
000970 01  WS-HAY-PENDIENTES            PIC X(01) VALUE "N".
000980     88  PENDIENTES-DISPONIBLES           VALUE "S".
000990
001000 01  WS-FOLIO-ACTUAL              PIC 9(06) VALUE ZERO.
001010 01  WS-PUNTO-REINICIO            PIC 9(07) VALUE ZERO.
001020 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
001030
001040 01  WS-CONTADORES.
001050     05  WS-PEND-LEIDOS           PIC 9(07) VALUE ZERO.
001060     05  WS-PEND-SALTADOS         PIC 9(07) VALUE ZERO.
001070     05  WS-FACTURAS-EMITIDAS     PIC 9(07) VALUE ZERO.
001080
001090 01  WS-TOTALES-CONTROL.
001100     05  WS-TOTAL-BRUTO           PIC 9(09)V99 VALUE ZERO.
001110     05  WS-TOTAL-BECAS           PIC 9(09)V99 VALUE ZERO.
001120     05  WS-TOTAL-HERMANOS        PIC 9(09)V99 VALUE ZERO.
001130     05  WS-TOTAL-NETO            PIC 9(09)V99 VALUE ZERO.
001140
001150 01  WS-LINEA-ENCABEZADO.
001160     05  FILLER                   PIC X(16)
001170         VALUE "FACTURA   FOLIO ".
001180     05  DOC-FOLIO                PIC 9(06).
001190     05  FILLER                   PIC X(08) VALUE "  FECHA ".
001200     05  DOC-FECHA                PIC 9(08).
001210     05  FILLER                   PIC X(10) VALUE "  PERIODO ".
001220     05  DOC-PERIODO              PIC 9(06).
001230     05  FILLER                   PIC X(26) VALUE SPACES.
001240
001250 01  WS-LINEA-CLIENTE.
001260     05  FILLER                   PIC X(09) VALUE "CLIENTE  ".
001270     05  DOC-CLIENTE              PIC X(06).
001280     05  FILLER                   PIC X(01) VALUE SPACE.
001290     05  DOC-TUTOR                PIC X(20).
001300     05  FILLER                   PIC X(44) VALUE SPACES.
001310
001320 01  WS-LINEA-ESTUDIANTE.
001330     05  FILLER                   PIC X(11) VALUE "ESTUDIANTE ".
001340     05  DOC-IDEN                 PIC X(05).
001350     05  FILLER                   PIC X(01) VALUE SPACE.
001360     05  DOC-ESTUDIANTE           PIC X(30).
001370     05  FILLER                   PIC X(07) VALUE " CURSO ".
001380     05  DOC-CURSO                PIC X(10).
001390     05  FILLER                   PIC X(16) VALUE SPACES.
001400
001410 01  WS-LINEA-IMPORTE.
001420     05  FILLER                   PIC X(04) VALUE SPACES.
001430     05  DOC-CONCEPTO             PIC X(30).
001440     05  DOC-PCT                  PIC ZZ9.
001450     05  DOC-SIGNO-PCT            PIC X(01).
001460     05  FILLER                   PIC X(10) VALUE SPACES.
001470     05  DOC-SIGNO                PIC X(01).
001480     05  DOC-IMPORTE              PIC ZZ,ZZ9.99.
001490     05  FILLER                   PIC X(22) VALUE SPACES.
001500
001510 01  WS-LINEA-TITULOS.
001520     05  FILLER                   PIC X(29) VALUE
001525         "FOLIO  CLIENT  ESTUD PERIODO".
001530     05  FILLER                   PIC X(30) VALUE
001535         "    BRUTO      BECA  HERMANOS".
001537     05  FILLER                   PIC X(21) VALUE
001538         "     NETO".
001540
001550 01  WS-LINEA-REGISTRO.
001560     05  RPT-FOLIO                PIC 9(06).
001570     05  FILLER                   PIC X(01) VALUE SPACE.
001580     05  RPT-CLIENTE              PIC X(06).
001590     05  FILLER                   PIC X(02) VALUE SPACES.
001600     05  RPT-IDEN                 PIC X(05).
001610     05  FILLER                   PIC X(01) VALUE SPACE.
001620     05  RPT-PERIODO              PIC 9(06).
001630     05  FILLER                   PIC X(02) VALUE SPACES.
001640     05  RPT-BRUTO                PIC ZZ,ZZ9.99.
001650     05  FILLER                   PIC X(01) VALUE SPACE.
001660     05  RPT-BECA                 PIC ZZ,ZZ9.99.
001670     05  FILLER                   PIC X(01) VALUE SPACE.
001680     05  RPT-HERMANOS             PIC ZZ,ZZ9.99.
001690     05  FILLER                   PIC X(01) VALUE SPACE.
001700     05  RPT-NETO                 PIC ZZ,ZZ9.99.
001710     05  FILLER                   PIC X(12) VALUE SPACES.
001720
001730 01  WS-LINEA-TOTAL.
001740     05  FILLER                   PIC X(08) VALUE "TOTAL   ".
001750     05  RPT-TOT-FACTURAS         PIC ZZZZZZ9.
001760     05  FILLER                   PIC X(10) VALUE " FACTURAS ".
001770     05  RPT-TOT-BRUTO            PIC ZZZ,ZZZ,ZZ9.99.
001780     05  FILLER                   PIC X(01) VALUE SPACE.
001790     05  RPT-TOT-NETO             PIC ZZZ,ZZZ,ZZ9.99.
001800     05  FILLER                   PIC X(26) VALUE SPACES.
001810
001820 COPY ERRPARM.
001830
001840 COPY RPTGPARM.
001850
001860 PROCEDURE DIVISION.
001870 0000-MAINLINE.
001880     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001890     IF PENDIENTES-DISPONIBLES
001900         PERFORM 2000-FACTURAR-PENDIENTES THRU 2000-EXIT
001910             UNTIL WS-FPE-FIN-ARCHIVO
001920     END-IF.
001930     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001940     STOP RUN.
001950
001960*----------------------------------------------------------*
001970*  1000-INICIALIZAR - Abre los pendientes, el registro de    *
001980*  facturas y las generaciones de impresion; toma el ultimo  *
001990*  folio y el punto de reinicio de FACTCTL.                   *
002000*----------------------------------------------------------*
002010 1000-INICIALIZAR.
002020     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
002030
002040*  Sin FACTPEND no hay cargos que facturar: la corrida
002050*  termina limpia.
002060     OPEN INPUT PENDIENTE-FILE.
002070     IF WS-FPE-OK
002080         SET PENDIENTES-DISPONIBLES TO TRUE
002090     ELSE
002100         DISPLAY "SIN CARGOS PENDIENTES DE FACTURAR"
002110         GO TO 1000-EXIT
002120     END-IF.
002130
002140     OPEN I-O FACTURA-FILE.
002150     IF NOT WS-FAC-OK
002160         IF WS-FAC-STATUS = "35"
002170             OPEN OUTPUT FACTURA-FILE
002180             CLOSE FACTURA-FILE
002190             OPEN I-O FACTURA-FILE
002200         END-IF
002210     END-IF.
002220     IF NOT WS-FAC-OK
002230         MOVE "ESCFACT"       TO ERRHAND-PROGRAMA
002240         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
002250         MOVE WS-FAC-STATUS   TO ERRHAND-FILE-STATUS
002260         SET ERRHAND-FATAL TO TRUE
002270         MOVE "ERROR AL ABRIR FACTIDX" TO ERRHAND-MENSAJE
002280         CALL "ERRHAND" USING ERRHAND-PARM
002290         MOVE 8 TO RETURN-CODE
002300         STOP RUN
002310     END-IF.
002320
002330     PERFORM 1100-LEER-FOLIO THRU 1100-EXIT.
002340
002350     MOVE "ESCFACT" TO RPTGEN-REPORTE.
002360     CALL "RPTGEN" USING RPTGEN-PARM.
002370     MOVE RPTGEN-ARCHIVO TO WS-ARCHIVO-DOCUMENTO.
002380     OPEN OUTPUT DOCUMENTO-FILE.
002390
002400     MOVE "FACTREG" TO RPTGEN-REPORTE.
002410     CALL "RPTGEN" USING RPTGEN-PARM.
002420     MOVE RPTGEN-ARCHIVO TO WS-ARCHIVO-REPORTE.
002430     OPEN OUTPUT REPORTE-FILE.
002440     WRITE REPORTE-LINEA FROM WS-LINEA-TITULOS.
002450 1000-EXIT.
002460     EXIT.
002470
002480*----------------------------------------------------------*
002490*  1100-LEER-FOLIO - Ultimo folio emitido y pendientes ya    *
002500*  facturados por una corrida interrumpida.                   *
002510*----------------------------------------------------------*
002520 1100-LEER-FOLIO.
002530     OPEN INPUT CONTROL-FILE.
002540     IF WS-CTL-OK
002550         READ CONTROL-FILE
002560             AT END
002570                 CONTINUE
002580             NOT AT END
002590                 MOVE CTL-ULTIMO-FOLIO TO WS-FOLIO-ACTUAL
002600                 IF CTL-PEND-FACTURADOS IS NUMERIC
002610                     MOVE CTL-PEND-FACTURADOS
002620                         TO WS-PUNTO-REINICIO
002630                 END-IF
002640         END-READ
002650         CLOSE CONTROL-FILE
002660     END-IF.
002670     IF WS-PUNTO-REINICIO > ZERO
002680         DISPLAY "REANUDANDO FACTURACION DESPUES DEL "
002690             "PENDIENTE " WS-PUNTO-REINICIO
002700     END-IF.
002710 1100-EXIT.
002720     EXIT.
002730
002740*----------------------------------------------------------*
002750*  2000-FACTURAR-PENDIENTES - Una factura por cargo          *
002760*  pendiente; los ya facturados por la corrida interrumpida  *
002770*  se saltan.                                                 *
002780*----------------------------------------------------------*
002790 2000-FACTURAR-PENDIENTES.
002800     READ PENDIENTE-FILE
002810         AT END
002820             SET WS-FPE-FIN-ARCHIVO TO TRUE
002830             GO TO 2000-EXIT
002840     END-READ.
002850     ADD 1 TO WS-PEND-LEIDOS.
002860     IF WS-PEND-LEIDOS NOT > WS-PUNTO-REINICIO
002870         ADD 1 TO WS-PEND-SALTADOS
002880         GO TO 2000-EXIT
002890     END-IF.
002900     PERFORM 2100-ASENTAR-FACTURA THRU 2100-EXIT.
002910     PERFORM 2200-IMPRIMIR-FACTURA THRU 2200-EXIT.
002920     PERFORM 2300-LISTAR-FACTURA THRU 2300-EXIT.
002930     PERFORM 2400-GRABAR-CONTROL THRU 2400-EXIT.
002940 2000-EXIT.
002950     EXIT.
002960
002970*----------------------------------------------------------*
002980*  2100-ASENTAR-FACTURA - Siguiente folio y renglon en el    *
002990*  registro FACTIDX.  Un folio ya ocupado indica que el      *
003000*  control quedo atras del registro: la corrida se detiene   *
003010*  antes de emitir documentos con folio repetido.            *
003020*----------------------------------------------------------*
003030 2100-ASENTAR-FACTURA.
003040     ADD 1 TO WS-FOLIO-ACTUAL.
003050     INITIALIZE FACT-REC.
003060     MOVE WS-FOLIO-ACTUAL    TO FACT-FOLIO.
003070     MOVE FPEN-IDEN          TO FACT-IDEN.
003080     MOVE FPEN-PERIODO       TO FACT-PERIODO.
003090     SET FACT-ES-FACTURA TO TRUE.
003100     MOVE WS-FECHA-HOY       TO FACT-FECHA.
003110     MOVE FPEN-CLIENTE       TO FACT-CLIENTE.
003120     MOVE FPEN-TUTOR         TO FACT-TUTOR.
003130     MOVE FPEN-ESTUDIANTE    TO FACT-ESTUDIANTE.
003140     MOVE FPEN-CURSO         TO FACT-CURSO.
003150     MOVE FPEN-BRUTO         TO FACT-BRUTO.
003160     MOVE FPEN-PCT-BECA      TO FACT-PCT-BECA.
003170     MOVE FPEN-DESC-BECA     TO FACT-DESC-BECA.
003180     MOVE FPEN-PCT-HERMANOS  TO FACT-PCT-HERMANOS.
003190     MOVE FPEN-DESC-HERMANOS TO FACT-DESC-HERMANOS.
003200     MOVE FPEN-NETO          TO FACT-NETO.
003210     MOVE ZERO               TO FACT-FOLIO-ORIGEN.
003220     MOVE ZERO               TO FACT-ACREDITADO.
003230     MOVE "ESCFACT"          TO FACT-OPERADOR.
003240     WRITE FACT-REC
003250         INVALID KEY
003260             MOVE "ESCFACT"       TO ERRHAND-PROGRAMA
003270             MOVE "2100-ASENTAR-FACTURA" TO ERRHAND-PARRAFO
003280             MOVE WS-FAC-STATUS   TO ERRHAND-FILE-STATUS
003290             SET ERRHAND-FATAL TO TRUE
003300             MOVE "FOLIO YA EXISTE EN FACTIDX; REVISAR FACTCTL"
003310                 TO ERRHAND-MENSAJE
003320             CALL "ERRHAND" USING ERRHAND-PARM
003330             DISPLAY "FOLIO REPETIDO: " WS-FOLIO-ACTUAL
003340             MOVE 8 TO RETURN-CODE
003350             STOP RUN
003360     END-WRITE.
003370     ADD 1 TO WS-FACTURAS-EMITIDAS.
003380     ADD FPEN-BRUTO         TO WS-TOTAL-BRUTO.
003390     ADD FPEN-DESC-BECA     TO WS-TOTAL-BECAS.
003400     ADD FPEN-DESC-HERMANOS TO WS-TOTAL-HERMANOS.
003410     ADD FPEN-NETO          TO WS-TOTAL-NETO.
003420 2100-EXIT.
003430     EXIT.
003440
003450*----------------------------------------------------------*
003460*  2200-IMPRIMIR-FACTURA - Documento para la familia: cuota  *
003470*  bruta, beca, descuento por hermanos y neto a pagar.       *
003480*----------------------------------------------------------*
003490 2200-IMPRIMIR-FACTURA.
003500     MOVE ALL "=" TO DOCUMENTO-LINEA.
003510     WRITE DOCUMENTO-LINEA.
003520     MOVE FACT-FOLIO      TO DOC-FOLIO.
003530     MOVE FACT-FECHA      TO DOC-FECHA.
003540     MOVE FACT-PERIODO    TO DOC-PERIODO.
003550     WRITE DOCUMENTO-LINEA FROM WS-LINEA-ENCABEZADO.
003560     MOVE FACT-CLIENTE    TO DOC-CLIENTE.
003570     MOVE FACT-TUTOR      TO DOC-TUTOR.
003580     WRITE DOCUMENTO-LINEA FROM WS-LINEA-CLIENTE.
003590     MOVE FACT-IDEN       TO DOC-IDEN.
003600     MOVE FACT-ESTUDIANTE TO DOC-ESTUDIANTE.
003610     MOVE FACT-CURSO      TO DOC-CURSO.
003620     WRITE DOCUMENTO-LINEA FROM WS-LINEA-ESTUDIANTE.
003630     MOVE ALL "-" TO DOCUMENTO-LINEA.
003640     WRITE DOCUMENTO-LINEA.
003650
003660     MOVE "COLEGIATURA MENSUAL" TO DOC-CONCEPTO.
003670     MOVE ZERO TO DOC-PCT.
003680     MOVE SPACE TO DOC-SIGNO-PCT.
003690     MOVE SPACE TO DOC-SIGNO.
003700     MOVE FACT-BRUTO TO DOC-IMPORTE.
003710     WRITE DOCUMENTO-LINEA FROM WS-LINEA-IMPORTE.
003720
003730     IF FACT-PCT-BECA > ZERO
003740         MOVE "BECA" TO DOC-CONCEPTO
003750         MOVE FACT-PCT-BECA TO DOC-PCT
003760         MOVE "%" TO DOC-SIGNO-PCT
003770         MOVE "-" TO DOC-SIGNO
003780         MOVE FACT-DESC-BECA TO DOC-IMPORTE
003790         WRITE DOCUMENTO-LINEA FROM WS-LINEA-IMPORTE
003800     END-IF.
003810     IF FACT-PCT-HERMANOS > ZERO
003820         MOVE "DESCUENTO POR HERMANOS" TO DOC-CONCEPTO
003830         MOVE FACT-PCT-HERMANOS TO DOC-PCT
003840         MOVE "%" TO DOC-SIGNO-PCT
003850         MOVE "-" TO DOC-SIGNO
003860         MOVE FACT-DESC-HERMANOS TO DOC-IMPORTE
003870         WRITE DOCUMENTO-LINEA FROM WS-LINEA-IMPORTE
003880     END-IF.
003890
003900     MOVE "NETO A PAGAR" TO DOC-CONCEPTO.
003910     MOVE ZERO TO DOC-PCT.
003920     MOVE SPACE TO DOC-SIGNO-PCT.
003930     MOVE SPACE TO DOC-SIGNO.
003940     MOVE FACT-NETO TO DOC-IMPORTE.
003950     WRITE DOCUMENTO-LINEA FROM WS-LINEA-IMPORTE.
003960 2200-EXIT.
003970     EXIT.
003980
003990 2300-LISTAR-FACTURA.
004000     MOVE FACT-FOLIO         TO RPT-FOLIO.
004010     MOVE FACT-CLIENTE       TO RPT-CLIENTE.
004020     MOVE FACT-IDEN          TO RPT-IDEN.
004030     MOVE FACT-PERIODO       TO RPT-PERIODO.
004040     MOVE FACT-BRUTO         TO RPT-BRUTO.
004050     MOVE FACT-DESC-BECA     TO RPT-BECA.
004060     MOVE FACT-DESC-HERMANOS TO RPT-HERMANOS.
004070     MOVE FACT-NETO          TO RPT-NETO.
004080     WRITE REPORTE-LINEA FROM WS-LINEA-REGISTRO.
004090 2300-EXIT.
004100     EXIT.
004110
004120*  El control se graba con cada factura: si la corrida se
004130*  cae, el folio y el punto de reinicio quedan al dia.
004140 2400-GRABAR-CONTROL.
004150     OPEN OUTPUT CONTROL-FILE.
004160     MOVE SPACES TO CONTROL-REC.
004170     MOVE WS-FOLIO-ACTUAL TO CTL-ULTIMO-FOLIO.
004180     MOVE WS-PEND-LEIDOS  TO CTL-PEND-FACTURADOS.
004190     WRITE CONTROL-REC.
004200     CLOSE CONTROL-FILE.
004210 2400-EXIT.
004220     EXIT.
004230
004240*----------------------------------------------------------*
004250*  9000-FINALIZAR - Cierra archivos, vacia FACTPEND y deja   *
004260*  el control sin punto de reinicio; imprime el resumen.     *
004270*----------------------------------------------------------*
004280 9000-FINALIZAR.
004290     IF NOT PENDIENTES-DISPONIBLES
004300         GO TO 9000-EXIT
004310     END-IF.
004320     CLOSE PENDIENTE-FILE.
004330     CLOSE FACTURA-FILE.
004340
004350     MOVE WS-FACTURAS-EMITIDAS TO RPT-TOT-FACTURAS.
004360     MOVE WS-TOTAL-BRUTO       TO RPT-TOT-BRUTO.
004370     MOVE WS-TOTAL-NETO        TO RPT-TOT-NETO.
004380     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
004390     CLOSE REPORTE-FILE.
004400     CLOSE DOCUMENTO-FILE.
004410
004420*  Todos los pendientes quedaron facturados: se vacia
004430*  FACTPEND y el control queda solo con el ultimo folio.
004440     OPEN OUTPUT PENDIENTE-FILE.
004450     CLOSE PENDIENTE-FILE.
004460     MOVE ZERO TO WS-PEND-LEIDOS.
004470     PERFORM 2400-GRABAR-CONTROL THRU 2400-EXIT.
004480
004490     DISPLAY " ".
004500     DISPLAY "---- RESUMEN DE FACTURACION ----".
004510     DISPLAY "PENDIENTES YA FACTURADOS : " WS-PEND-SALTADOS.
004520     DISPLAY "FACTURAS EMITIDAS        : " WS-FACTURAS-EMITIDAS.
004530     DISPLAY "ULTIMO FOLIO             : " WS-FOLIO-ACTUAL.
004540     DISPLAY "TOTAL BRUTO              : " WS-TOTAL-BRUTO.
004550     DISPLAY "TOTAL BECAS              : " WS-TOTAL-BECAS.
004560     DISPLAY "TOTAL DESC. HERMANOS     : " WS-TOTAL-HERMANOS.
004570     DISPLAY "TOTAL NETO FACTURADO     : " WS-TOTAL-NETO.
004580     DISPLAY "GENERACION: " WS-ARCHIVO-DOCUMENTO.
004590     DISPLAY "REGISTRO  : " WS-ARCHIVO-REPORTE.
004600     PERFORM 9100-CUADRAR-TOTALES THRU 9100-EXIT.
004610 9000-EXIT.
004620     EXIT.
004630
004640*----------------------------------------------------------*
004650*  9100-CUADRAR-TOTALES - El bruto menos becas y descuentos  *
004660*  por hermanos debe dar el neto facturado.                   *
004670*----------------------------------------------------------*
004680 9100-CUADRAR-TOTALES.
004690     IF WS-TOTAL-BRUTO - WS-TOTAL-BECAS - WS-TOTAL-HERMANOS
004700            = WS-TOTAL-NETO
004710         DISPLAY "TOTALES DE FACTURACION CUADRADOS"
004720         GO TO 9100-EXIT
004730     END-IF.
004740     MOVE "ESCFACT"          TO ERRHAND-PROGRAMA.
004750     MOVE "9100-CUADRAR-TOTALES" TO ERRHAND-PARRAFO.
004760     MOVE SPACES             TO ERRHAND-FILE-STATUS.
004770     SET ERRHAND-ADVERTENCIA TO TRUE.
004780     MOVE "BRUTO MENOS DESCUENTOS NO CUADRA CON EL NETO"
004790         TO ERRHAND-MENSAJE.
004800     CALL "ERRHAND" USING ERRHAND-PARM.
004810     MOVE 4 TO RETURN-CODE.
004820 9100-EXIT.
004830     EXIT.

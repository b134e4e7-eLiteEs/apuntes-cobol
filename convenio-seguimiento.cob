000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  CONVSEGU                                    *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Seguimiento mensual de los convenios de pago CONVIDX:     *
000090*  suma los pagos que CLIPOST dejo en CLIMHIDX desde la      *
000100*  fecha del convenio y los aplica a las cuotas en orden.    *
000110*  La cuota cubierta queda pagada; la que paso su            *
000120*  vencimiento mas los dias de gracia de SYSPARM             *
000130*  (CONV-DIAS-GRACIA) sin cubrirse queda vencida y rompe el  *
000140*  convenio; con todas pagadas el convenio queda cumplido.   *
000150*  Los convenios rotos van al reporte de seguimiento de la   *
000160*  administracion (generacion fechada via RPTGEN) y vuelven  *
000170*  a la cobranza normal de CLIANTIG, que corre despues.       *
000180*----------------------------------------------------------*
000190*  MODIFICATIONS.
000200*  2026-10-15 JFV  Creacion inicial.
000210*----------------------------------------------------------*
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. CONVSEGU.
000240 AUTHOR. J. FIGUEROA VEGA.
000250 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000260 DATE-WRITTEN. 2026-10-15.
000270 DATE-COMPILED.
000280
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT CONVENIO-FILE ASSIGN TO "CONVIDX"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS SEQUENTIAL
000350         RECORD KEY IS CONV-CLIENTE
000360         FILE STATUS IS WS-CNV-STATUS.
000370
000380     SELECT HISTORIAL-FILE ASSIGN TO "CLIMHIDX"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS MOVH-CLAVE
000420         FILE STATUS IS WS-HIS-STATUS.
000430
000440     SELECT CLIENTE-FILE ASSIGN TO "CLIMAST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS CLIENTE-NUMERO
000480         ALTERNATE RECORD KEY IS CLIENTE-NOMBRE
000490             WITH DUPLICATES
000500         FILE STATUS IS WS-CLI-STATUS.
000510
000520     SELECT REPORTE-FILE ASSIGN TO WS-ARCHIVO-REPORTE
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-RPT-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  CONVENIO-FILE.
000590     COPY CONVREC.
000600
000610 FD  HISTORIAL-FILE.
000620     COPY MOVHREC.
000630
000640 FD  CLIENTE-FILE.
000650     COPY CLIREC.
000660
000670 FD  REPORTE-FILE.
000680 01  REPORTE-LINEA                PIC X(100).
000690
000700 WORKING-STORAGE SECTION.
000710 01  WS-CNV-STATUS                PIC X(02).
000720     88  WS-CNV-OK                        VALUE "00".
000730     88  WS-CNV-FIN-ARCHIVO               VALUE "10".
000740
000750 01  WS-HIS-STATUS                PIC X(02).
000760     88  WS-HIS-OK                        VALUE "00".
000770     88  WS-HIS-FIN-ARCHIVO               VALUE "10".
000780
000790 01  WS-CLI-STATUS                PIC X(02).
000800     88  WS-CLI-OK                        VALUE "00".
000810
000820 01  WS-RPT-STATUS                PIC X(02).
000830     88  WS-RPT-OK                        VALUE "00".
000840
000850 01  WS-SWITCHES.
000860     05  WS-FIN-PAGOS             PIC X(01) VALUE "N".
000870         88  FIN-DE-PAGOS                 VALUE "S".
000880     05  WS-ROMPE-CONVENIO        PIC X(01) VALUE "N".
000890         88  ROMPE-CONVENIO               VALUE "S".
000900
000910 01  WS-ARCHIVO-REPORTE           PIC X(20) VALUE "CONVSEGU".
000920
000930 01  WS-DIAS-GRACIA               PIC 9(03) VALUE 5.
000940
000950 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
000960 01  WS-DIA-HOY                   PIC 9(07) COMP VALUE ZERO.
000970 01  WS-DIA-LIMITE                PIC 9(07) COMP VALUE ZERO.
000980
000990 01  WS-PAGOS-CONVENIO            PIC 9(09)V9(02) VALUE ZERO.
001000 01  WS-ACUMULADO-CUOTAS          PIC 9(09)V9(02) VALUE ZERO.
001010 01  WS-ADEUDO-VENCIDO            PIC 9(09)V9(02) VALUE ZERO.
001020 01  WS-CUOTAS-PAGADAS            PIC 9(02) COMP VALUE ZERO.
001030 01  WS-PRIMERA-VENCIDA           PIC 9(02) VALUE ZERO.
001040 01  WS-IDX-CUOTA                 PIC 9(02) COMP.
001050
001060 01  WS-CONTADORES.
001070     05  WS-CONV-LEIDOS           PIC 9(05) COMP VALUE ZERO.
001080     05  WS-CONV-REVISADOS        PIC 9(05) COMP VALUE ZERO.
001090     05  WS-CONV-AL-CORRIENTE     PIC 9(05) COMP VALUE ZERO.
001100     05  WS-CONV-CUMPLIDOS        PIC 9(05) COMP VALUE ZERO.
001110     05  WS-CONV-ROTOS            PIC 9(05) COMP VALUE ZERO.
001120
001130 01  WS-LINEA-ENCABEZADO.
001140     05  FILLER                   PIC X(41)
001150         VALUE "SEGUIMIENTO DE CONVENIOS ROTOS AL DIA ".
001160     05  RPT-ENC-FECHA            PIC 9(08).
001170
001180 01  WS-LINEA-TITULOS             PIC X(100) VALUE
001190     "CLIENTE NOMBRE               FEC.CONV  CUOTA VENCE
001200-    "     VENCIDO DEBIDO  PAGADO CONVENIO".
001210
001220 01  WS-LINEA-DETALLE.
001230     05  RPT-CLIENTE              PIC X(06).
001240     05  FILLER                   PIC X(02) VALUE SPACES.
001250     05  RPT-NOMBRE               PIC X(20).
001260     05  FILLER                   PIC X(01) VALUE SPACE.
001270     05  RPT-FECHA-ALTA           PIC 9(08).
001280     05  FILLER                   PIC X(02) VALUE SPACES.
001290     05  RPT-CUOTA                PIC Z9.
001300     05  FILLER                   PIC X(02) VALUE SPACES.
001310     05  RPT-VENCE                PIC 9(08).
001320     05  FILLER                   PIC X(02) VALUE SPACES.
001330     05  RPT-ADEUDO               PIC ZZZZZZZZ9.99.
001340     05  FILLER                   PIC X(02) VALUE SPACES.
001350     05  RPT-PAGADO               PIC ZZZZZZZZ9.99.
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
001460     PERFORM 2000-REVISAR-CONVENIO THRU 2000-EXIT
001470         UNTIL WS-CNV-FIN-ARCHIVO.
001480     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001490     STOP RUN.
001500
001510*----------------------------------------------------------*
001520*  1000-INICIALIZAR - Abre archivos, lee los dias de gracia  *
001530*  de SYSPARM y arma la generacion del reporte.               *
001540*----------------------------------------------------------*
001550 1000-INICIALIZAR.
001560     OPEN I-O CONVENIO-FILE.
001570     IF NOT WS-CNV-OK
001580         IF WS-CNV-STATUS = "35"
001590             DISPLAY "SIN CONVENIOS REGISTRADOS (CONVIDX)"
001600             STOP RUN
001610         END-IF
001620         MOVE "CONVSEGU"      TO ERRHAND-PROGRAMA
001630         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001640         MOVE WS-CNV-STATUS   TO ERRHAND-FILE-STATUS
001650         SET ERRHAND-FATAL TO TRUE
001660         MOVE "ERROR AL ABRIR CONVIDX" TO ERRHAND-MENSAJE
001670         CALL "ERRHAND" USING ERRHAND-PARM
001680         MOVE 8 TO RETURN-CODE
001690         STOP RUN
001700     END-IF.
001710
001720     OPEN INPUT HISTORIAL-FILE.
001730     IF NOT WS-HIS-OK
001740         MOVE "CONVSEGU"      TO ERRHAND-PROGRAMA
001750         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001760         MOVE WS-HIS-STATUS   TO ERRHAND-FILE-STATUS
001770         SET ERRHAND-FATAL TO TRUE
001780         MOVE "ERROR AL ABRIR CLIMHIDX" TO ERRHAND-MENSAJE
001790         CALL "ERRHAND" USING ERRHAND-PARM
001800         MOVE 8 TO RETURN-CODE
001810         STOP RUN
001820     END-IF.
001830
001840     OPEN INPUT CLIENTE-FILE.
001850     IF NOT WS-CLI-OK
001860         MOVE "CONVSEGU"      TO ERRHAND-PROGRAMA
001870         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001880         MOVE WS-CLI-STATUS   TO ERRHAND-FILE-STATUS
001890         SET ERRHAND-FATAL TO TRUE
001900         MOVE "ERROR AL ABRIR CLIMAST" TO ERRHAND-MENSAJE
001910         CALL "ERRHAND" USING ERRHAND-PARM
001920         MOVE 8 TO RETURN-CODE
001930         STOP RUN
001940     END-IF.
001950
001960     MOVE "CONV-DIAS-GRACIA" TO PARMLKP-CLAVE.
001970     CALL "PARMLKP" USING PARMLKP-PARM.
001980     IF PARMLKP-ENCONTRADO
001990        AND PARMLKP-VALOR (1:3) IS NUMERIC
002000         MOVE PARMLKP-VALOR (1:3) TO WS-DIAS-GRACIA
002010     END-IF.
002020
002030     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
002040     COMPUTE WS-DIA-HOY = FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY).
002050
002060     MOVE "CONVSEGU" TO RPTGEN-REPORTE.
002070     CALL "RPTGEN" USING RPTGEN-PARM.
002080     MOVE RPTGEN-ARCHIVO TO WS-ARCHIVO-REPORTE.
002090     OPEN OUTPUT REPORTE-FILE.
002100     MOVE WS-FECHA-HOY TO RPT-ENC-FECHA.
002110     WRITE REPORTE-LINEA FROM WS-LINEA-ENCABEZADO.
002120     MOVE SPACES TO REPORTE-LINEA.
002130     WRITE REPORTE-LINEA.
002140     WRITE REPORTE-LINEA FROM WS-LINEA-TITULOS.
002150 1000-EXIT.
002160     EXIT.
002170
002180*----------------------------------------------------------*
002190*  2000-REVISAR-CONVENIO - Solo los vigentes se revisan; los *
002200*  rotos se vuelven a listar hasta que la administracion los *
002210*  cancele o registre uno nuevo.                              *
002220*----------------------------------------------------------*
002230 2000-REVISAR-CONVENIO.
002240     READ CONVENIO-FILE NEXT RECORD
002250         AT END
002260             SET WS-CNV-FIN-ARCHIVO TO TRUE
002270             GO TO 2000-EXIT
002280     END-READ.
002290     ADD 1 TO WS-CONV-LEIDOS.
002300     IF NOT CONV-VIGENTE AND NOT CONV-ROTO
002310         GO TO 2000-EXIT
002320     END-IF.
002330     ADD 1 TO WS-CONV-REVISADOS.
002340
002350     PERFORM 2100-SUMAR-PAGOS THRU 2100-EXIT.
002360     MOVE WS-PAGOS-CONVENIO TO CONV-PAGADO.
002370
002380     MOVE ZERO TO WS-ACUMULADO-CUOTAS.
002390     MOVE ZERO TO WS-ADEUDO-VENCIDO.
002400     MOVE ZERO TO WS-CUOTAS-PAGADAS.
002410     MOVE ZERO TO WS-PRIMERA-VENCIDA.
002420     MOVE "N" TO WS-ROMPE-CONVENIO.
002430     PERFORM 2200-APLICAR-CUOTA THRU 2200-EXIT
002440         VARYING WS-IDX-CUOTA FROM 1 BY 1
002450         UNTIL WS-IDX-CUOTA > CONV-NUM-CUOTAS.
002460
002470     EVALUATE TRUE
002480         WHEN WS-CUOTAS-PAGADAS = CONV-NUM-CUOTAS
002490             SET CONV-CUMPLIDO TO TRUE
002500             ADD 1 TO WS-CONV-CUMPLIDOS
002510         WHEN ROMPE-CONVENIO
002520             SET CONV-ROTO TO TRUE
002530             ADD 1 TO WS-CONV-ROTOS
002540             PERFORM 2300-REPORTAR-ROTO THRU 2300-EXIT
002550         WHEN OTHER
002560             SET CONV-VIGENTE TO TRUE
002570             ADD 1 TO WS-CONV-AL-CORRIENTE
002580     END-EVALUATE.
002590
002600     MOVE WS-FECHA-HOY TO CONV-FEC-REVISION.
002610     REWRITE CONV-REC
002620         INVALID KEY
002630             DISPLAY "ERROR AL REESCRIBIR CONVENIO " CONV-CLIENTE
002640     END-REWRITE.
002650 2000-EXIT.
002660     EXIT.
002670
002680*----------------------------------------------------------*
002690*  2100-SUMAR-PAGOS - Pagos del cliente en CLIMHIDX desde    *
002700*  la fecha del convenio (la clave va por cliente y fecha).  *
002710*----------------------------------------------------------*
002720 2100-SUMAR-PAGOS.
002730     MOVE ZERO TO WS-PAGOS-CONVENIO.
002740     MOVE "N" TO WS-FIN-PAGOS.
002750     MOVE CONV-CLIENTE    TO MOVH-CLIENTE.
002760     MOVE CONV-FECHA-ALTA TO MOVH-FECHA.
002770     MOVE ZERO            TO MOVH-SECUENCIA.
002780     START HISTORIAL-FILE KEY NOT < MOVH-CLAVE
002790         INVALID KEY
002800             GO TO 2100-EXIT
002810     END-START.
002820     PERFORM 2110-LEER-PAGO THRU 2110-EXIT
002830         UNTIL FIN-DE-PAGOS.
002840 2100-EXIT.
002850     EXIT.
002860
002870 2110-LEER-PAGO.
002880     READ HISTORIAL-FILE NEXT RECORD
002890         AT END
002900             SET FIN-DE-PAGOS TO TRUE
002910             GO TO 2110-EXIT
002920     END-READ.
002930     IF MOVH-CLIENTE NOT = CONV-CLIENTE
002940         SET FIN-DE-PAGOS TO TRUE
002950         GO TO 2110-EXIT
002960     END-IF.
002970     IF MOVH-ES-PAGO
002980         ADD MOVH-MONTO TO WS-PAGOS-CONVENIO
002990     END-IF.
003000 2110-EXIT.
003010     EXIT.
003020
003030*----------------------------------------------------------*
003040*  2200-APLICAR-CUOTA - La cuota esta cubierta si los pagos  *
003050*  alcanzan el acumulado hasta ella; si no, y ya paso su     *
003060*  vencimiento mas la gracia, queda vencida.                  *
003070*----------------------------------------------------------*
003080 2200-APLICAR-CUOTA.
003090     ADD CONV-CUO-MONTO (WS-IDX-CUOTA) TO WS-ACUMULADO-CUOTAS.
003100     IF WS-PAGOS-CONVENIO >= WS-ACUMULADO-CUOTAS
003110         SET CONV-CUO-PAGADA (WS-IDX-CUOTA) TO TRUE
003120         ADD 1 TO WS-CUOTAS-PAGADAS
003130         GO TO 2200-EXIT
003140     END-IF.
003150
003160     COMPUTE WS-DIA-LIMITE = FUNCTION INTEGER-OF-DATE
003170         (CONV-CUO-VENCE (WS-IDX-CUOTA)) + WS-DIAS-GRACIA.
003180     IF WS-DIA-HOY > WS-DIA-LIMITE
003190         SET CONV-CUO-VENCIDA (WS-IDX-CUOTA) TO TRUE
003200         SET ROMPE-CONVENIO TO TRUE
003210         COMPUTE WS-ADEUDO-VENCIDO =
003220             WS-ACUMULADO-CUOTAS - WS-PAGOS-CONVENIO
003230         IF WS-PRIMERA-VENCIDA = ZERO
003240             MOVE WS-IDX-CUOTA TO WS-PRIMERA-VENCIDA
003250         END-IF
003260     ELSE
003270         SET CONV-CUO-PENDIENTE (WS-IDX-CUOTA) TO TRUE
003280     END-IF.
003290 2200-EXIT.
003300     EXIT.
003310
003320*----------------------------------------------------------*
003330*  2300-REPORTAR-ROTO - Renglon de seguimiento: primera      *
003340*  cuota vencida y lo que se debe de las ya vencidas.         *
003350*----------------------------------------------------------*
003360 2300-REPORTAR-ROTO.
003370     MOVE CONV-CLIENTE TO CLIENTE-NUMERO.
003380     READ CLIENTE-FILE
003390         INVALID KEY
003400             MOVE SPACES TO CLIENTE-NOMBRE
003410     END-READ.
003420     MOVE CONV-CLIENTE       TO RPT-CLIENTE.
003430     MOVE CLIENTE-NOMBRE     TO RPT-NOMBRE.
003440     MOVE CONV-FECHA-ALTA    TO RPT-FECHA-ALTA.
003450     MOVE WS-PRIMERA-VENCIDA TO RPT-CUOTA.
003460     MOVE CONV-CUO-VENCE (WS-PRIMERA-VENCIDA) TO RPT-VENCE.
003470     MOVE WS-ADEUDO-VENCIDO  TO RPT-ADEUDO.
003480     MOVE WS-PAGOS-CONVENIO  TO RPT-PAGADO.
003490     WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE.
003500 2300-EXIT.
003510     EXIT.
003520
003530*----------------------------------------------------------*
003540*  9000-FINALIZAR - Cierra archivos e imprime el resumen      *
003550*----------------------------------------------------------*
003560 9000-FINALIZAR.
003570     CLOSE CONVENIO-FILE.
003580     CLOSE HISTORIAL-FILE.
003590     CLOSE CLIENTE-FILE.
003600     CLOSE REPORTE-FILE.
003610     DISPLAY " ".
003620     DISPLAY "---- SEGUIMIENTO DE CONVENIOS DE PAGO ----".
003630     DISPLAY "CONVENIOS LEIDOS   : " WS-CONV-LEIDOS.
003640     DISPLAY "REVISADOS          : " WS-CONV-REVISADOS.
003650     DISPLAY "AL CORRIENTE       : " WS-CONV-AL-CORRIENTE.
003660     DISPLAY "CUMPLIDOS          : " WS-CONV-CUMPLIDOS.
003670     DISPLAY "ROTOS              : " WS-CONV-ROTOS.
003680     DISPLAY "GENERACION: " WS-ARCHIVO-REPORTE.
003690 9000-EXIT.
003700     EXIT.

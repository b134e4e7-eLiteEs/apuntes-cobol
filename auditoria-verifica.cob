000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  AUDVERIF                                    *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Verificacion nocturna de la cadena de los rastros de      *
000090*  auditoria ESCAUDIT, LOGAUDIT, CLIAUDIT, NOTAAUD y         *
000100*  PARMAUD.  Recorre cada rastro y, renglon por renglon,     *
000110*  comprueba que la secuencia siga sin huecos y recalcula    *
000120*  la huella con la rutina AUDCADEN a partir de la huella    *
000130*  del renglon anterior.  Un salto de secuencia (renglones   *
000140*  borrados), un renglon retocado, un renglon sin cadena     *
000150*  intercalado o una huella que no cuadra es un hallazgo:    *
000160*  va al reporte (generacion fechada via RPTGEN) y a ERRLOG  *
000170*  por ERRHAND, y la corrida termina con RETURN-CODE 8.      *
000180*  Los renglones anteriores al encadenado (sin secuencia)    *
000190*  solo se cuentan.  AUDSELLO guarda el ultimo eslabon       *
000200*  verificado de cada rastro; un rastro que ya no llega a    *
000210*  ese eslabon, o cuyo eslabon cambio, fue recortado o       *
000220*  reescrito.  El sello solo avanza en los rastros sanos.    *
000230*----------------------------------------------------------*
000240*  MODIFICATIONS.
000250*  2026-10-15 JFV  Creacion inicial.
000252*  2026-10-15 JFV  La cola de encadenado de CLIAUDIT pasa a la
000254*                  columna 164 (renglon ampliado con campo, valor
000256*                  anterior y valor nuevo).
000260*----------------------------------------------------------*
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. AUDVERIF.
000290 AUTHOR. J. FIGUEROA VEGA.
000300 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000310 DATE-WRITTEN. 2026-10-15.
000320 DATE-COMPILED.
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT RASTRO-FILE ASSIGN TO WS-ARCHIVO-RASTRO
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-RAS-STATUS.
000400
000410     SELECT SELLO-FILE ASSIGN TO "AUDSELLO"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-SEL-STATUS.
000440
000450     SELECT REPORTE-FILE ASSIGN TO WS-ARCHIVO-REPORTE
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-RPT-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  RASTRO-FILE.
000520 01  RASTRO-LINEA                 PIC X(200).
000530
000540 FD  SELLO-FILE.
000550 01  SELLO-REC.
000560     05  SELLO-ARCHIVO            PIC X(08).
000570     05  FILLER                   PIC X(01).
000580     05  SELLO-SECUENCIA          PIC 9(09).
000590     05  FILLER                   PIC X(01).
000600     05  SELLO-CADENA             PIC X(20).
000610     05  FILLER                   PIC X(01).
000620     05  SELLO-FECHA              PIC 9(08).
000630
000640 FD  REPORTE-FILE.
000650 01  REPORTE-LINEA                PIC X(80).
000660
000670 WORKING-STORAGE SECTION.
000680 01  WS-RAS-STATUS                PIC X(02).
000690     88  WS-RAS-OK                        VALUE "00".
000700     88  WS-RAS-FIN-ARCHIVO               VALUE "10".
000710
000720 01  WS-SEL-STATUS                PIC X(02).
000730     88  WS-SEL-OK                        VALUE "00".
000740     88  WS-SEL-FIN-ARCHIVO               VALUE "10".
000750
000760 01  WS-RPT-STATUS                PIC X(02).
000770     88  WS-RPT-OK                        VALUE "00".
000780
000790 01  WS-ARCHIVO-RASTRO            PIC X(08) VALUE SPACES.
000800 01  WS-ARCHIVO-REPORTE           PIC X(20) VALUE "AUDVERIF".
000810 01  WS-FECHA-HOY                 PIC 9(08).
000820
000830*  Rastros encadenados y columna donde empieza su cola de
000840*  encadenado (ver CADEPARM).
000850 01  WS-NOMBRES-RASTROS.
000860     05  FILLER                   PIC X(11) VALUE "ESCAUDIT129".
000870     05  FILLER                   PIC X(11) VALUE "LOGAUDIT069".
000880     05  FILLER                   PIC X(11) VALUE "CLIAUDIT164".
000890     05  FILLER                   PIC X(11) VALUE "NOTAAUD 129".
000900     05  FILLER                   PIC X(11) VALUE "PARMAUD 129".
000910 01  WS-TABLA-RASTROS REDEFINES WS-NOMBRES-RASTROS.
000920     05  WS-RASTRO                OCCURS 5 TIMES.
000930         10  WS-RAS-NOMBRE        PIC X(08).
000940         10  WS-RAS-POSICION      PIC 9(03).
000950
000960*  Sello anterior (de AUDSELLO) y sello nuevo de cada rastro.
000970 01  WS-TABLA-SELLOS.
000980     05  WS-SELLO                 OCCURS 5 TIMES.
000990         10  WS-SEL-SECUENCIA     PIC 9(09).
001000         10  WS-SEL-CADENA        PIC X(20).
001010         10  WS-SEL-NUEVA-SEC     PIC 9(09).
001020         10  WS-SEL-NUEVA-CADENA  PIC X(20).
001030
001040 01  WS-IDX                       PIC 9(02) COMP.
001050 01  WS-IDX-SELLO                 PIC 9(02) COMP.
001060
001070 01  WS-SWITCHES.
001080     05  WS-CADENA-INICIADA       PIC X(01) VALUE "N".
001090         88  CADENA-INICIADA              VALUE "S".
001100     05  WS-HUBO-SALTO            PIC X(01) VALUE "N".
001110         88  HUBO-SALTO                   VALUE "S".
001120
001130*  Cola de encadenado del renglon leido.
001140 01  WS-COLA-RASTRO.
001150     05  FILLER                   PIC X(01).
001160     05  WS-COLA-SECUENCIA        PIC X(09).
001170     05  WS-COLA-SECUENCIA-N REDEFINES WS-COLA-SECUENCIA
001180                                  PIC 9(09).
001190     05  FILLER                   PIC X(01).
001200     05  WS-COLA-CADENA           PIC X(20).
001210
001220 01  WS-SEC-RENGLON               PIC 9(09) VALUE ZERO.
001230 01  WS-SEC-ANTERIOR              PIC 9(09) VALUE ZERO.
001240 01  WS-SEC-ESPERADA              PIC 9(09) VALUE ZERO.
001250 01  WS-CADENA-ANTERIOR           PIC X(20) VALUE SPACES.
001260 01  WS-HALLAZGO-TEXTO            PIC X(40) VALUE SPACES.
001270
001280 01  WS-CONTADORES.
001290     05  WS-LEIDOS                PIC 9(07) COMP VALUE ZERO.
001300     05  WS-SIN-CADENA            PIC 9(07) COMP VALUE ZERO.
001310     05  WS-HALLAZGOS-RASTRO      PIC 9(05) COMP VALUE ZERO.
001320     05  WS-HALLAZGOS-TOTAL       PIC 9(05) COMP VALUE ZERO.
001330
001340 01  WS-LINEA-TITULO.
001350     05  FILLER                   PIC X(40) VALUE
001360         "VERIFICACION DE CADENA DE AUDITORIA DEL ".
001370     05  RPT-FECHA                PIC 9(08).
001380     05  FILLER                   PIC X(32) VALUE SPACES.
001390
001400 01  WS-LINEA-TITULOS             PIC X(80) VALUE
001410     "RASTRO   SECUENCIA HALLAZGO".
001420
001430 01  WS-LINEA-DETALLE.
001440     05  RPT-ARCHIVO              PIC X(08).
001450     05  FILLER                   PIC X(01) VALUE SPACE.
001460     05  RPT-SECUENCIA            PIC 9(09).
001470     05  FILLER                   PIC X(01) VALUE SPACE.
001480     05  RPT-HALLAZGO             PIC X(40).
001490     05  FILLER                   PIC X(21) VALUE SPACES.
001500
001510 01  WS-LINEA-RESUMEN.
001520     05  RPT-RES-ARCHIVO          PIC X(08).
001530     05  FILLER                   PIC X(09) VALUE " LEIDOS: ".
001540     05  RPT-RES-LEIDOS           PIC ZZZZZZ9.
001550     05  FILLER                   PIC X(13) VALUE
001560         " SIN CADENA: ".
001570     05  RPT-RES-SIN-CADENA       PIC ZZZZZZ9.
001580     05  FILLER                   PIC X(09) VALUE " ULTIMA: ".
001590     05  RPT-RES-ULTIMA           PIC 9(09).
001600     05  FILLER                   PIC X(12) VALUE
001610         " HALLAZGOS: ".
001620     05  RPT-RES-HALLAZGOS        PIC ZZZZ9.
001630     05  FILLER                   PIC X(01) VALUE SPACE.
001640
001650 COPY CADEPARM.
001660
001670 COPY ERRPARM.
001680
001690 COPY RPTGPARM.
001700
001710 PROCEDURE DIVISION.
001720 0000-MAINLINE.
001730     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001740     PERFORM 2000-VERIFICAR-RASTRO THRU 2000-EXIT
001750         VARYING WS-IDX FROM 1 BY 1
001760         UNTIL WS-IDX > 5.
001770     PERFORM 8000-GRABAR-SELLOS THRU 8000-EXIT.
001780     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001790     STOP RUN.
001800
001810*----------------------------------------------------------*
001820*  1000-INICIALIZAR - Carga los sellos de la verificacion    *
001830*  anterior y arma la generacion del reporte.                *
001840*----------------------------------------------------------*
001850 1000-INICIALIZAR.
001860     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
001870     INITIALIZE WS-TABLA-SELLOS.
001880     PERFORM 1100-CARGAR-SELLOS THRU 1100-EXIT.
001890
001900     MOVE "AUDVERIF" TO RPTGEN-REPORTE.
001910     CALL "RPTGEN" USING RPTGEN-PARM.
001920     MOVE RPTGEN-ARCHIVO TO WS-ARCHIVO-REPORTE.
001930     OPEN OUTPUT REPORTE-FILE.
001940     MOVE WS-FECHA-HOY TO RPT-FECHA.
001950     WRITE REPORTE-LINEA FROM WS-LINEA-TITULO.
001960     MOVE SPACES TO REPORTE-LINEA.
001970     WRITE REPORTE-LINEA.
001980     WRITE REPORTE-LINEA FROM WS-LINEA-TITULOS.
001990     MOVE ALL "-" TO REPORTE-LINEA.
002000     WRITE REPORTE-LINEA.
002010 1000-EXIT.
002020     EXIT.
002030
002040*  Sin AUDSELLO (primera corrida) todos los sellos quedan en
002050*  cero y solo se verifica la cadena misma.
002060 1100-CARGAR-SELLOS.
002070     OPEN INPUT SELLO-FILE.
002080     IF NOT WS-SEL-OK
002090         GO TO 1100-EXIT
002100     END-IF.
002110     PERFORM 1150-LEER-SELLO THRU 1150-EXIT
002120         UNTIL WS-SEL-FIN-ARCHIVO.
002130     CLOSE SELLO-FILE.
002140 1100-EXIT.
002150     EXIT.
002160
002170 1150-LEER-SELLO.
002180     READ SELLO-FILE
002190         AT END
002200             SET WS-SEL-FIN-ARCHIVO TO TRUE
002210             GO TO 1150-EXIT
002220     END-READ.
002230     PERFORM 1160-UBICAR-SELLO THRU 1160-EXIT
002240         VARYING WS-IDX-SELLO FROM 1 BY 1
002250         UNTIL WS-IDX-SELLO > 5.
002260 1150-EXIT.
002270     EXIT.
002280
002290 1160-UBICAR-SELLO.
002300     IF SELLO-ARCHIVO = WS-RAS-NOMBRE (WS-IDX-SELLO)
002310        AND SELLO-SECUENCIA IS NUMERIC
002320         MOVE SELLO-SECUENCIA TO WS-SEL-SECUENCIA (WS-IDX-SELLO)
002330         MOVE SELLO-CADENA    TO WS-SEL-CADENA (WS-IDX-SELLO)
002340     END-IF.
002350 1160-EXIT.
002360     EXIT.
002370
002380*----------------------------------------------------------*
002390*  2000-VERIFICAR-RASTRO - Recorre un rastro completo.  Si   *
002400*  no tuvo hallazgos su sello avanza al ultimo eslabon; si   *
002410*  los tuvo, conserva el sello anterior para que el hallazgo *
002420*  se repita hasta que se aclare.                            *
002430*----------------------------------------------------------*
002440 2000-VERIFICAR-RASTRO.
002450     MOVE WS-RAS-NOMBRE (WS-IDX) TO WS-ARCHIVO-RASTRO.
002460     MOVE WS-SEL-SECUENCIA (WS-IDX) TO WS-SEL-NUEVA-SEC (WS-IDX).
002470     MOVE WS-SEL-CADENA (WS-IDX)
002480         TO WS-SEL-NUEVA-CADENA (WS-IDX).
002490     MOVE ZERO   TO WS-LEIDOS WS-SIN-CADENA WS-HALLAZGOS-RASTRO.
002500     MOVE ZERO   TO WS-SEC-ANTERIOR.
002510     MOVE SPACES TO WS-CADENA-ANTERIOR.
002520     MOVE "N"    TO WS-CADENA-INICIADA.
002530
002540     OPEN INPUT RASTRO-FILE.
002550     IF NOT WS-RAS-OK
002560         IF WS-SEL-SECUENCIA (WS-IDX) > ZERO
002570             MOVE WS-SEL-SECUENCIA (WS-IDX) TO WS-SEC-RENGLON
002580             MOVE SPACES TO WS-HALLAZGO-TEXTO
002590             STRING "RASTRO NO DISPONIBLE (STATUS "
002600                        DELIMITED BY SIZE
002610                    WS-RAS-STATUS DELIMITED BY SIZE
002620                    ")" DELIMITED BY SIZE
002630                 INTO WS-HALLAZGO-TEXTO
002640             PERFORM 2900-REGISTRAR-HALLAZGO THRU 2900-EXIT
002650         END-IF
002660         GO TO 2500-RESUMIR-RASTRO
002670     END-IF.
002680
002690     PERFORM 2100-LEER-RENGLON THRU 2100-EXIT
002700         UNTIL WS-RAS-FIN-ARCHIVO.
002710     CLOSE RASTRO-FILE.
002720
002730*  El ultimo renglon borrado no deja salto: lo delata el sello.
002740     IF WS-SEL-SECUENCIA (WS-IDX) > WS-SEC-ANTERIOR
002750         MOVE WS-SEC-ANTERIOR TO WS-SEC-RENGLON
002760         MOVE "RASTRO RECORTADO: NO LLEGA AL SELLO"
002770             TO WS-HALLAZGO-TEXTO
002780         PERFORM 2900-REGISTRAR-HALLAZGO THRU 2900-EXIT
002790     END-IF.
002800
002810     IF WS-HALLAZGOS-RASTRO = ZERO
002820         MOVE WS-SEC-ANTERIOR TO WS-SEL-NUEVA-SEC (WS-IDX)
002830         MOVE WS-CADENA-ANTERIOR
002840             TO WS-SEL-NUEVA-CADENA (WS-IDX)
002850     END-IF.
002860
002870 2500-RESUMIR-RASTRO.
002880     MOVE WS-RAS-NOMBRE (WS-IDX) TO RPT-RES-ARCHIVO.
002890     MOVE WS-LEIDOS           TO RPT-RES-LEIDOS.
002900     MOVE WS-SIN-CADENA       TO RPT-RES-SIN-CADENA.
002910     MOVE WS-SEC-ANTERIOR     TO RPT-RES-ULTIMA.
002920     MOVE WS-HALLAZGOS-RASTRO TO RPT-RES-HALLAZGOS.
002930     WRITE REPORTE-LINEA FROM WS-LINEA-RESUMEN.
002940     DISPLAY WS-LINEA-RESUMEN.
002950 2000-EXIT.
002960     EXIT.
002970
002980*----------------------------------------------------------*
002990*  2100-LEER-RENGLON - Secuencia, huella y sello de un       *
003000*  renglon.  Despues de un hallazgo la verificacion sigue    *
003010*  desde la huella grabada, para ubicar cada punto roto.     *
003020*----------------------------------------------------------*
003030 2100-LEER-RENGLON.
003040     READ RASTRO-FILE
003050         AT END
003060             SET WS-RAS-FIN-ARCHIVO TO TRUE
003070             GO TO 2100-EXIT
003080     END-READ.
003090     ADD 1 TO WS-LEIDOS.
003100     MOVE RASTRO-LINEA (WS-RAS-POSICION (WS-IDX):31)
003110         TO WS-COLA-RASTRO.
003120
003130     IF WS-COLA-SECUENCIA IS NOT NUMERIC
003140         IF CADENA-INICIADA
003150             MOVE WS-SEC-ANTERIOR TO WS-SEC-RENGLON
003160             MOVE "RENGLON SIN CADENA DESPUES DE ESTA SEC."
003170                 TO WS-HALLAZGO-TEXTO
003180             PERFORM 2900-REGISTRAR-HALLAZGO THRU 2900-EXIT
003190         ELSE
003200             ADD 1 TO WS-SIN-CADENA
003210         END-IF
003220         GO TO 2100-EXIT
003230     END-IF.
003240
003250     MOVE WS-COLA-SECUENCIA-N TO WS-SEC-RENGLON.
003260     MOVE "N" TO WS-HUBO-SALTO.
003270     IF NOT CADENA-INICIADA
003280         SET CADENA-INICIADA TO TRUE
003290         IF WS-SEC-RENGLON NOT = 1
003300             MOVE "LA CADENA NO EMPIEZA EN LA SECUENCIA 1"
003310                 TO WS-HALLAZGO-TEXTO
003320             PERFORM 2900-REGISTRAR-HALLAZGO THRU 2900-EXIT
003330             GO TO 2150-AVANZAR
003340         END-IF
003350     ELSE
003360         COMPUTE WS-SEC-ESPERADA = WS-SEC-ANTERIOR + 1
003370         IF WS-SEC-RENGLON NOT = WS-SEC-ESPERADA
003380             SET HUBO-SALTO TO TRUE
003390             MOVE SPACES TO WS-HALLAZGO-TEXTO
003400             STRING "SALTO DE SECUENCIA; ESPERADA "
003410                        DELIMITED BY SIZE
003420                    WS-SEC-ESPERADA DELIMITED BY SIZE
003430                 INTO WS-HALLAZGO-TEXTO
003440             PERFORM 2900-REGISTRAR-HALLAZGO THRU 2900-EXIT
003450         END-IF
003460     END-IF.
003470
003480     MOVE RASTRO-LINEA TO AUDCADEN-RENGLON.
003490     MOVE WS-RAS-POSICION (WS-IDX) TO AUDCADEN-POSICION.
003500     MOVE WS-SEC-RENGLON TO AUDCADEN-SECUENCIA.
003510     MOVE WS-CADENA-ANTERIOR TO AUDCADEN-CADENA.
003520     SET AUDCADEN-ENCADENAR TO TRUE.
003530     CALL "AUDCADEN" USING AUDCADEN-PARM.
003540     IF AUDCADEN-CADENA NOT = WS-COLA-CADENA
003550         IF HUBO-SALTO
003560             MOVE "CADENA ROTA: FALTAN O SOBRAN RENGLONES"
003570                 TO WS-HALLAZGO-TEXTO
003580         ELSE
003590             MOVE "RENGLON ALTERADO: LA HUELLA NO CUADRA"
003600                 TO WS-HALLAZGO-TEXTO
003610         END-IF
003620         PERFORM 2900-REGISTRAR-HALLAZGO THRU 2900-EXIT
003630     END-IF.
003640
003650     IF WS-SEC-RENGLON = WS-SEL-SECUENCIA (WS-IDX)
003660        AND WS-COLA-CADENA NOT = WS-SEL-CADENA (WS-IDX)
003670         MOVE "EL ESLABON SELLADO FUE REESCRITO"
003680             TO WS-HALLAZGO-TEXTO
003690         PERFORM 2900-REGISTRAR-HALLAZGO THRU 2900-EXIT
003700     END-IF.
003710
003720 2150-AVANZAR.
003730     MOVE WS-SEC-RENGLON TO WS-SEC-ANTERIOR.
003740     MOVE WS-COLA-CADENA TO WS-CADENA-ANTERIOR.
003750 2100-EXIT.
003760     EXIT.
003770
003780*----------------------------------------------------------*
003790*  2900-REGISTRAR-HALLAZGO - Renglon en el reporte y aviso   *
003800*  por ERRHAND; la corrida terminara con RETURN-CODE 8.      *
003810*----------------------------------------------------------*
003820 2900-REGISTRAR-HALLAZGO.
003830     ADD 1 TO WS-HALLAZGOS-RASTRO.
003840     ADD 1 TO WS-HALLAZGOS-TOTAL.
003850     MOVE WS-RAS-NOMBRE (WS-IDX) TO RPT-ARCHIVO.
003860     MOVE WS-SEC-RENGLON    TO RPT-SECUENCIA.
003870     MOVE WS-HALLAZGO-TEXTO TO RPT-HALLAZGO.
003880     WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE.
003890
003900     MOVE "AUDVERIF"             TO ERRHAND-PROGRAMA.
003910     MOVE "2100-LEER-RENGLON"    TO ERRHAND-PARRAFO.
003920     MOVE WS-RAS-STATUS          TO ERRHAND-FILE-STATUS.
003930     SET ERRHAND-FATAL TO TRUE.
003940     MOVE SPACES TO ERRHAND-MENSAJE.
003950     STRING WS-RAS-NOMBRE (WS-IDX) DELIMITED BY SIZE
003960            " " DELIMITED BY SIZE
003970            WS-SEC-RENGLON DELIMITED BY SIZE
003980            " " DELIMITED BY SIZE
003990            WS-HALLAZGO-TEXTO DELIMITED BY SIZE
004000         INTO ERRHAND-MENSAJE.
004010     CALL "ERRHAND" USING ERRHAND-PARM.
004030     MOVE SPACES TO WS-HALLAZGO-TEXTO.
004040 2900-EXIT.
004050     EXIT.
004060
004070*----------------------------------------------------------*
004080*  8000-GRABAR-SELLOS - Reescribe AUDSELLO con el sello de   *
004090*  cada rastro (avanzado en los sanos, igual en los demas).  *
004100*----------------------------------------------------------*
004110 8000-GRABAR-SELLOS.
004120     OPEN OUTPUT SELLO-FILE.
004130     IF NOT WS-SEL-OK
004140         MOVE "AUDVERIF"           TO ERRHAND-PROGRAMA
004150         MOVE "8000-GRABAR-SELLOS" TO ERRHAND-PARRAFO
004160         MOVE WS-SEL-STATUS        TO ERRHAND-FILE-STATUS
004170         SET ERRHAND-ADVERTENCIA TO TRUE
004180         MOVE "NO SE PUDO GRABAR AUDSELLO; SELLOS SIN AVANZAR"
004190             TO ERRHAND-MENSAJE
004200         CALL "ERRHAND" USING ERRHAND-PARM
004210         GO TO 8000-EXIT
004220     END-IF.
004230     PERFORM 8100-GRABAR-SELLO THRU 8100-EXIT
004240         VARYING WS-IDX FROM 1 BY 1
004250         UNTIL WS-IDX > 5.
004260     CLOSE SELLO-FILE.
004270 8000-EXIT.
004280     EXIT.
004290
004300 8100-GRABAR-SELLO.
004310     MOVE SPACES TO SELLO-REC.
004320     MOVE WS-RAS-NOMBRE (WS-IDX)       TO SELLO-ARCHIVO.
004330     MOVE WS-SEL-NUEVA-SEC (WS-IDX)    TO SELLO-SECUENCIA.
004340     MOVE WS-SEL-NUEVA-CADENA (WS-IDX) TO SELLO-CADENA.
004350     MOVE WS-FECHA-HOY                 TO SELLO-FECHA.
004360     WRITE SELLO-REC.
004370 8100-EXIT.
004380     EXIT.
004390
004400*----------------------------------------------------------*
004410*  9000-FINALIZAR - Total de hallazgos y cierre del reporte. *
004420*----------------------------------------------------------*
004430 9000-FINALIZAR.
004440     MOVE SPACES TO REPORTE-LINEA.
004450     WRITE REPORTE-LINEA.
004460     IF WS-HALLAZGOS-TOTAL = ZERO
004470         MOVE "CADENAS INTACTAS EN LOS CINCO RASTROS"
004480             TO REPORTE-LINEA
004490     ELSE
004500         MOVE "*** HAY HALLAZGOS: VER ERRLOG Y ESTE REPORTE ***"
004510             TO REPORTE-LINEA
004520     END-IF.
004530     WRITE REPORTE-LINEA.
004540     CLOSE REPORTE-FILE.
004550     DISPLAY "HALLAZGOS: " WS-HALLAZGOS-TOTAL.
004560     DISPLAY "GENERACION: " WS-ARCHIVO-REPORTE.
004562     IF WS-HALLAZGOS-TOTAL > ZERO
004564         MOVE 8 TO RETURN-CODE
004566     END-IF.
004570 9000-EXIT.
004580     EXIT.

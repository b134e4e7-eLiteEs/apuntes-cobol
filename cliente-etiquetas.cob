000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  CLIETIQU                                    *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Etiquetas de correo y archivo de envio por correo         *
000090*  electronico de los estados de cuenta del mes.  Corre en   *
000100*  el cierre mensual (ESCMENS) justo despues de CLIESTAD y   *
000110*  toma las mismas cuentas: las que tienen movimientos en    *
000120*  CLIMHIDX en el mes pedido (blanco = mes recien cerrado).  *
000130*  Por cada cuenta consulta la rutina DIRELKP y, segun la    *
000140*  preferencia de entrega de CLIMAST, deja una etiqueta con  *
000150*  el bloque de domicilio en ESTAETIQ (papel o ambos) y un   *
000160*  renglon en ESTACORR para el envio por correo (correo o    *
000170*  ambos; cabecera, detalle y cola como AVISOSMS).  Una      *
000180*  cuenta con preferencia de correo pero sin correo          *
000190*  capturado va a papel.  Las cuentas que irian a papel sin  *
000200*  domicilio no llevan etiqueta: se listan en SYSOUT y van   *
000210*  como advertencia a ERRHAND para capturarlo en CLIMANT.    *
000220*----------------------------------------------------------*
000230*  MODIFICATIONS.
000240*  2026-10-15 JFV  Creacion inicial.
000250*  2026-10-15 JFV  Cuentas de papel sin domicilio o sin CLIMAST:
000260*                  advertencia a ERRHAND en lugar de RC 4, que
000270*                  omitia el resto de ESCMENS.
000280*  2026-10-15 JFV  Cuenta sin preferencia de entrega capturada:
000290*                  correo si lo tiene, etiqueta si hay domicilio;
000300*                  sin ninguno de los dos solo se cuenta.
000310*----------------------------------------------------------*
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. CLIETIQU.
000340 AUTHOR. J. FIGUEROA VEGA.
000350 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000360 DATE-WRITTEN. 2026-10-15.
000370 DATE-COMPILED.
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT HISTORIAL-FILE ASSIGN TO "CLIMHIDX"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS MOVH-CLAVE
000460         FILE STATUS IS WS-HIS-STATUS.
000470
000480     SELECT ETIQUETA-FILE ASSIGN TO "ESTAETIQ"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-ETQ-STATUS.
000510
000520     SELECT CORREO-FILE ASSIGN TO "ESTACORR"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-COR-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  HISTORIAL-FILE.
000590     COPY MOVHREC.
000600
000610 FD  ETIQUETA-FILE.
000620 01  ETIQUETA-LINEA               PIC X(252).
000630
000640 FD  CORREO-FILE.
000650 01  CORREO-LINEA                 PIC X(150).
000660
000670 WORKING-STORAGE SECTION.
000680 01  WS-HIS-STATUS                PIC X(02).
000690     88  WS-HIS-OK                        VALUE "00".
000700     88  WS-HIS-FIN-ARCHIVO               VALUE "10".
000710
000720 01  WS-ETQ-STATUS                PIC X(02).
000730     88  WS-ETQ-OK                        VALUE "00".
000740
000750 01  WS-COR-STATUS                PIC X(02).
000760     88  WS-COR-OK                        VALUE "00".
000770
000780 01  WS-SWITCHES.
000790     05  WS-A-PAPEL               PIC X(01) VALUE "N".
000800         88  MANDAR-PAPEL                 VALUE "S".
000810         88  NO-MANDAR-PAPEL              VALUE "N".
000820
000830 01  WS-MES-PROCESO               PIC 9(06) VALUE ZERO.
000840 01  WS-ENTRADA-MES               PIC X(06).
000850 01  WS-MES-MOV                   PIC 9(06).
000860 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
000870 01  WS-FECHA-HOY-DES REDEFINES WS-FECHA-HOY.
000880     05  WS-HOY-AAAA              PIC 9(04).
000890     05  WS-HOY-MM                PIC 9(02).
000900     05  WS-HOY-DD                PIC 9(02).
000910
000920 01  WS-CLIENTE-ANTERIOR          PIC X(06) VALUE SPACES.
000930
000940 01  WS-CONTADORES.
000950     05  WS-MOV-LEIDOS            PIC 9(07) COMP VALUE ZERO.
000960     05  WS-CUENTAS-MES           PIC 9(05) COMP VALUE ZERO.
000970     05  WS-ETIQUETAS             PIC 9(05) COMP VALUE ZERO.
000980     05  WS-CORREOS               PIC 9(07) VALUE ZERO.
000990     05  WS-SIN-MAESTRO           PIC 9(05) COMP VALUE ZERO.
001000     05  WS-SIN-DOMICILIO         PIC 9(05) COMP VALUE ZERO.
001010     05  WS-CORREO-A-PAPEL        PIC 9(05) COMP VALUE ZERO.
001020     05  WS-SIN-PREFERENCIA       PIC 9(05) COMP VALUE ZERO.
001030
001040*  Etiqueta: cuenta, mes del estado y los cuatro renglones
001050*  del bloque de domicilio de DIRELKP.
001060 01  WS-ETIQUETA.
001070     05  ETQ-CLIENTE              PIC X(06).
001080     05  ETQ-MES                  PIC 9(06).
001090     05  ETQ-BLOQUE.
001100         10  ETQ-LINEA            PIC X(60) OCCURS 4 TIMES.
001110
001120*  Vistas del registro del archivo de envio por correo.
001130 01  WS-COR-CABECERA.
001140     05  COR-CAB-TIPO             PIC X(02) VALUE "01".
001150     05  COR-CAB-EMISORA          PIC X(10) VALUE "COLEGIO".
001160     05  COR-CAB-FECHA            PIC 9(08).
001170     05  COR-CAB-MES              PIC 9(06).
001180     05  FILLER                   PIC X(124) VALUE SPACES.
001190
001200 01  WS-COR-DETALLE REDEFINES WS-COR-CABECERA.
001210     05  COR-DET-TIPO             PIC X(02).
001220     05  COR-DET-CLIENTE          PIC X(06).
001230     05  COR-DET-EMAIL            PIC X(40).
001240     05  COR-DET-DESTINATARIO     PIC X(20).
001250     05  COR-DET-ASUNTO           PIC X(60).
001260     05  FILLER                   PIC X(22).
001270
001280 01  WS-COR-COLA REDEFINES WS-COR-CABECERA.
001290     05  COR-COLA-TIPO            PIC X(02).
001300     05  COR-COLA-CORREOS         PIC 9(07).
001310     05  FILLER                   PIC X(141).
001320
001330 COPY ERRPARM.
001340
001350 COPY DIREPARM.
001360
001370 PROCEDURE DIVISION.
001380 0000-MAINLINE.
001390     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001400     PERFORM 2000-RECORRER-HISTORIAL THRU 2000-EXIT.
001410     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001420     STOP RUN.
001430
001440*----------------------------------------------------------*
001450*  1000-INICIALIZAR - Abre el historial, pide el mes y abre  *
001460*  los dos archivos de salida; el de correo con cabecera.    *
001470*----------------------------------------------------------*
001480 1000-INICIALIZAR.
001490     OPEN INPUT HISTORIAL-FILE.
001500     IF NOT WS-HIS-OK
001510         MOVE "CLIETIQU"      TO ERRHAND-PROGRAMA
001520         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001530         MOVE WS-HIS-STATUS   TO ERRHAND-FILE-STATUS
001540         SET ERRHAND-FATAL TO TRUE
001550         MOVE "ERROR AL ABRIR CLIMHIDX" TO ERRHAND-MENSAJE
001560         CALL "ERRHAND" USING ERRHAND-PARM
001570         MOVE 8 TO RETURN-CODE
001580         STOP RUN
001590     END-IF.
001600
001610     DISPLAY "Mes de los estados de cuenta AAAAMM"
001620         " (blanco = mes recien cerrado):".
001630     ACCEPT WS-ENTRADA-MES.
001640     IF WS-ENTRADA-MES IS NUMERIC
001650         MOVE WS-ENTRADA-MES TO WS-MES-PROCESO
001660     ELSE
001670         IF WS-ENTRADA-MES = SPACES
001680             PERFORM 1100-MES-ANTERIOR THRU 1100-EXIT
001690             DISPLAY "SIN MES TECLEADO: SE TOMA "
001700                 WS-MES-PROCESO
001710         ELSE
001720             DISPLAY "MES INVALIDO, NO SE GENERA NADA"
001730             MOVE 8 TO RETURN-CODE
001740             STOP RUN
001750         END-IF
001760     END-IF.
001770     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
001780
001790     OPEN OUTPUT ETIQUETA-FILE.
001800     IF NOT WS-ETQ-OK
001810         MOVE "CLIETIQU"      TO ERRHAND-PROGRAMA
001820         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001830         MOVE WS-ETQ-STATUS   TO ERRHAND-FILE-STATUS
001840         SET ERRHAND-FATAL TO TRUE
001850         MOVE "ERROR AL ABRIR ESTAETIQ" TO ERRHAND-MENSAJE
001860         CALL "ERRHAND" USING ERRHAND-PARM
001870         MOVE 8 TO RETURN-CODE
001880         STOP RUN
001890     END-IF.
001900
001910     OPEN OUTPUT CORREO-FILE.
001920     IF NOT WS-COR-OK
001930         MOVE "CLIETIQU"      TO ERRHAND-PROGRAMA
001940         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001950         MOVE WS-COR-STATUS   TO ERRHAND-FILE-STATUS
001960         SET ERRHAND-FATAL TO TRUE
001970         MOVE "ERROR AL ABRIR ESTACORR" TO ERRHAND-MENSAJE
001980         CALL "ERRHAND" USING ERRHAND-PARM
001990         MOVE 8 TO RETURN-CODE
002000         STOP RUN
002010     END-IF.
002020     MOVE SPACES          TO WS-COR-CABECERA.
002030     MOVE "01"            TO COR-CAB-TIPO.
002040     MOVE "COLEGIO"       TO COR-CAB-EMISORA.
002050     MOVE WS-FECHA-HOY    TO COR-CAB-FECHA.
002060     MOVE WS-MES-PROCESO  TO COR-CAB-MES.
002070     WRITE CORREO-LINEA FROM WS-COR-CABECERA.
002080 1000-EXIT.
002090     EXIT.
002100
002110*----------------------------------------------------------*
002120*  1100-MES-ANTERIOR - El mes recien cerrado: el anterior    *
002130*  al de la fecha del sistema (igual que CLIESTAD).          *
002140*----------------------------------------------------------*
002150 1100-MES-ANTERIOR.
002160     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
002170     IF WS-HOY-MM = 1
002180         COMPUTE WS-MES-PROCESO =
002190             (WS-HOY-AAAA - 1) * 100 + 12
002200     ELSE
002210         COMPUTE WS-MES-PROCESO =
002220             WS-HOY-AAAA * 100 + WS-HOY-MM - 1
002230     END-IF.
002240 1100-EXIT.
002250     EXIT.
002260
002270*----------------------------------------------------------*
002280*  2000-RECORRER-HISTORIAL - CLIMHIDX viene en orden de      *
002290*  cliente; cada cuenta con movimientos en el mes se         *
002300*  despacha una sola vez, al cambiar de cliente.             *
002310*----------------------------------------------------------*
002320 2000-RECORRER-HISTORIAL.
002330     PERFORM 2100-LEER-MOVIMIENTO THRU 2100-EXIT
002340         UNTIL WS-HIS-FIN-ARCHIVO.
002350     IF WS-CLIENTE-ANTERIOR NOT = SPACES
002360         PERFORM 2200-DESPACHAR-CUENTA THRU 2200-EXIT
002370     END-IF.
002380 2000-EXIT.
002390     EXIT.
002400
002410 2100-LEER-MOVIMIENTO.
002420     READ HISTORIAL-FILE NEXT RECORD
002430         AT END
002440             SET WS-HIS-FIN-ARCHIVO TO TRUE
002450             GO TO 2100-EXIT
002460     END-READ.
002470     ADD 1 TO WS-MOV-LEIDOS.
002480     COMPUTE WS-MES-MOV = MOVH-FECHA / 100.
002490     IF WS-MES-MOV NOT = WS-MES-PROCESO
002500         GO TO 2100-EXIT
002510     END-IF.
002520     IF MOVH-CLIENTE = WS-CLIENTE-ANTERIOR
002530         GO TO 2100-EXIT
002540     END-IF.
002550     IF WS-CLIENTE-ANTERIOR NOT = SPACES
002560         PERFORM 2200-DESPACHAR-CUENTA THRU 2200-EXIT
002570     END-IF.
002580     MOVE MOVH-CLIENTE TO WS-CLIENTE-ANTERIOR.
002590 2100-EXIT.
002600     EXIT.
002610
002620*----------------------------------------------------------*
002630*  2200-DESPACHAR-CUENTA - Bloque de domicilio, correo y     *
002640*  preferencia de entrega de la cuenta segun DIRELKP.        *
002650*----------------------------------------------------------*
002660 2200-DESPACHAR-CUENTA.
002670     ADD 1 TO WS-CUENTAS-MES.
002680     MOVE SPACES              TO DIRELKP-TUTOR.
002690     MOVE WS-CLIENTE-ANTERIOR TO DIRELKP-CLIENTE.
002700     CALL "DIRELKP" USING DIRELKP-PARM.
002710     IF DIRELKP-ERROR-ARCHIVO
002720         MOVE "CLIETIQU"      TO ERRHAND-PROGRAMA
002730         MOVE "2200-DESPACHAR-CUENTA" TO ERRHAND-PARRAFO
002740         MOVE SPACES          TO ERRHAND-FILE-STATUS
002750         SET ERRHAND-FATAL TO TRUE
002760         MOVE "DIRELKP NO PUDO ABRIR CLIMAST" TO ERRHAND-MENSAJE
002770         CALL "ERRHAND" USING ERRHAND-PARM
002780         MOVE 8 TO RETURN-CODE
002790         STOP RUN
002800     END-IF.
002810     IF DIRELKP-SIN-CUENTA
002820         ADD 1 TO WS-SIN-MAESTRO
002830         DISPLAY "CUENTA SIN CLIMAST  : " WS-CLIENTE-ANTERIOR
002840         GO TO 2200-EXIT
002850     END-IF.
002860
002870*  Sin preferencia capturada se usa lo que haya: correo si
002880*  lo hay, si no etiqueta si hay domicilio; sin ninguno de
002890*  los dos solo se cuenta.
002900     IF DIRELKP-ENTREGA-PENDIENTE
002910         PERFORM 2250-ENTREGA-PENDIENTE THRU 2250-EXIT
002920         GO TO 2200-EXIT
002930     END-IF.
002940     SET NO-MANDAR-PAPEL TO TRUE.
002950     IF DIRELKP-RECIBE-PAPEL
002960         SET MANDAR-PAPEL TO TRUE
002970     END-IF.
002980     IF DIRELKP-RECIBE-CORREO
002990         IF DIRELKP-EMAIL = SPACES
003000             ADD 1 TO WS-CORREO-A-PAPEL
003010             SET MANDAR-PAPEL TO TRUE
003020         ELSE
003030             PERFORM 2300-ESCRIBIR-CORREO THRU 2300-EXIT
003040         END-IF
003050     END-IF.
003060     IF MANDAR-PAPEL
003070         PERFORM 2400-ESCRIBIR-ETIQUETA THRU 2400-EXIT
003080     END-IF.
003090 2200-EXIT.
003100     EXIT.
003110
003120 2250-ENTREGA-PENDIENTE.
003130     IF DIRELKP-EMAIL NOT = SPACES
003140         PERFORM 2300-ESCRIBIR-CORREO THRU 2300-EXIT
003150         GO TO 2250-EXIT
003160     END-IF.
003170     IF DIRELKP-CON-DOMICILIO
003180         PERFORM 2400-ESCRIBIR-ETIQUETA THRU 2400-EXIT
003190         GO TO 2250-EXIT
003200     END-IF.
003210     ADD 1 TO WS-SIN-PREFERENCIA.
003220 2250-EXIT.
003230     EXIT.
003240
003250 2300-ESCRIBIR-CORREO.
003260     MOVE SPACES              TO WS-COR-DETALLE.
003270     MOVE "02"                TO COR-DET-TIPO.
003280     MOVE DIRELKP-CLIENTE     TO COR-DET-CLIENTE.
003290     MOVE DIRELKP-EMAIL       TO COR-DET-EMAIL.
003300     MOVE DIRELKP-LINEA (1)   TO COR-DET-DESTINATARIO.
003310     STRING "ESTADO DE CUENTA " DELIMITED BY SIZE
003320         DIRELKP-CLIENTE DELIMITED BY SIZE
003330         " MES " DELIMITED BY SIZE
003340         WS-MES-PROCESO DELIMITED BY SIZE
003350         INTO COR-DET-ASUNTO
003360     END-STRING.
003370     WRITE CORREO-LINEA FROM WS-COR-DETALLE.
003380     ADD 1 TO WS-CORREOS.
003390 2300-EXIT.
003400     EXIT.
003410
003420*  Sin domicilio no hay etiqueta que pegar: la cuenta se
003430*  lista para capturarlo en CLIMANT (advertencia, sin RC).
003440 2400-ESCRIBIR-ETIQUETA.
003450     IF NOT DIRELKP-CON-DOMICILIO
003460         ADD 1 TO WS-SIN-DOMICILIO
003470         DISPLAY "CUENTA SIN DOMICILIO: " DIRELKP-CLIENTE
003480             " " DIRELKP-LINEA (1)
003490         GO TO 2400-EXIT
003500     END-IF.
003510     MOVE DIRELKP-CLIENTE TO ETQ-CLIENTE.
003520     MOVE WS-MES-PROCESO  TO ETQ-MES.
003530     MOVE DIRELKP-BLOQUE  TO ETQ-BLOQUE.
003540     WRITE ETIQUETA-LINEA FROM WS-ETIQUETA.
003550     ADD 1 TO WS-ETIQUETAS.
003560 2400-EXIT.
003570     EXIT.
003580
003590*----------------------------------------------------------*
003600*  9000-FINALIZAR - Cola del archivo de correo (aunque no    *
003610*  haya envios va cabecera y cola en cero) y resumen.        *
003620*----------------------------------------------------------*
003630 9000-FINALIZAR.
003640     MOVE SPACES         TO WS-COR-COLA.
003650     MOVE "03"           TO COR-COLA-TIPO.
003660     MOVE WS-CORREOS     TO COR-COLA-CORREOS.
003670     WRITE CORREO-LINEA FROM WS-COR-COLA.
003680     CLOSE CORREO-FILE.
003690     CLOSE ETIQUETA-FILE.
003700     CLOSE HISTORIAL-FILE.
003710
003720     DISPLAY " ".
003730     DISPLAY "---- RESUMEN DE ETIQUETAS Y CORREOS ----".
003740     DISPLAY "MES DE LOS ESTADOS  : " WS-MES-PROCESO.
003750     DISPLAY "MOVIMIENTOS LEIDOS  : " WS-MOV-LEIDOS.
003760     DISPLAY "CUENTAS DEL MES     : " WS-CUENTAS-MES.
003770     DISPLAY "ETIQUETAS           : " WS-ETIQUETAS.
003780     DISPLAY "CORREOS             : " WS-CORREOS.
003790     DISPLAY "CORREO SIN DIRECCION: " WS-CORREO-A-PAPEL.
003800     DISPLAY "SIN DOMICILIO       : " WS-SIN-DOMICILIO.
003810     DISPLAY "SIN CLIMAST         : " WS-SIN-MAESTRO.
003820     DISPLAY "SIN PREFERENCIA     : " WS-SIN-PREFERENCIA.
003830     IF WS-SIN-DOMICILIO > ZERO OR WS-SIN-MAESTRO > ZERO
003840         MOVE "CLIETIQU"       TO ERRHAND-PROGRAMA
003850         MOVE "9000-FINALIZAR" TO ERRHAND-PARRAFO
003860         MOVE SPACES           TO ERRHAND-FILE-STATUS
003870         SET ERRHAND-ADVERTENCIA TO TRUE
003880         MOVE "CUENTAS DE PAPEL SIN DOMICILIO, VER SYSOUT"
003890             TO ERRHAND-MENSAJE
003900         CALL "ERRHAND" USING ERRHAND-PARM
003910     END-IF.
003920 9000-EXIT.
003930     EXIT.

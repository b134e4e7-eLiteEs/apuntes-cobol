000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  ESCRECUP                                    *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Recuperacion hacia adelante del maestro de estudiantes:   *
000090*  recarga ESTUDIDX desde la ultima generacion de ESTUBKP    *
000100*  (como ESCRELD, con la misma verificacion contra la cola   *
000110*  del respaldo) y despues reaplica, en orden, cada renglon  *
000120*  de ESCAUDIT desde el dia de la cabecera del respaldo,     *
000130*  usando las imagenes despues por campo y las               *
000140*  imagenes completas (renglones IMAGEN) que dejan los       *
000150*  programas que graban el registro entero.  Los renglones   *
000160*  que no se pueden aplicar, y los que se aplican sobre un   *
000170*  valor anterior distinto del esperado, salen en el         *
000180*  reporte (generacion fechada via RPTGEN) y la corrida      *
000190*  termina con RETURN-CODE 4; si la recarga no cuadra no se  *
000200*  reaplica nada y termina con RETURN-CODE 8.  Solo se       *
000210*  rehace ESTUDIDX: los contadores de CURSOIDX y demas       *
000220*  archivos se actualizaron cuando se hizo cada cambio.  El  *
000230*  job ESCRECUP corre despues el cuadre ESCBALAN en modo de  *
000240*  verificacion como prueba del maestro recuperado.          *
000250*----------------------------------------------------------*
000260*  MODIFICATIONS.
000270*  2026-10-15 JFV  Creacion inicial.
000280*  2026-10-15 JFV  Renglon ARCHIVO de ESCARCH reaplicado como
000290*                  borrado del maestro (3750-REAPLICAR-ARCHIVO).
000300*  2026-10-15 JFV  Renglones CIERRE (ESCCIERR) y EDAD (ESCEDADR)
000310*                  reaplicados como imagen despues de un campo.
000320*  2026-10-15 JFV  La recarga vacia el extracto ESCACTIV.
000330*  2026-10-15 JFV  El corte del rastro es por fecha: se
000340*                  reaplica todo el dia del respaldo, pues la
000350*                  hora del rastro no sirve para ordenar.
000360*  2026-10-15 JFV  El renglon ARCHIVO se reparte a
000370*                  3750-REAPLICAR-ARCHIVO (antes caia en sin
000380*                  efecto) y los borrados se totalizan aparte.
000390*----------------------------------------------------------*
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. ESCRECUP.
000420 AUTHOR. J. FIGUEROA VEGA.
000430 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000440 DATE-WRITTEN. 2026-10-15.
000450 DATE-COMPILED.
000460
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT ESTUDIANTE-FILE ASSIGN TO "ESTUDIDX"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS ESTUDIANTE-IDEN
000540         ALTERNATE RECORD KEY IS ESTUDIANTE-NOMBRE
000550             WITH DUPLICATES
000560         FILE STATUS IS WS-STU-STATUS.
000570
000580     SELECT RESPALDO-ESTUD ASSIGN TO "ESTUBKP"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-BKE-STATUS.
000610
000620     SELECT AUDIT-FILE ASSIGN TO "ESCAUDIT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-AUD-STATUS.
000650
000660     SELECT REPORTE-FILE ASSIGN TO WS-ARCHIVO-REPORTE
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-RPT-STATUS.
000690
000700     SELECT EXTRACTO-FILE ASSIGN TO "ESCACTIV"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-EXT-STATUS.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  ESTUDIANTE-FILE.
000770     COPY ESTUD.
000780
000790 FD  RESPALDO-ESTUD.
000800 01  BKE-REC.
000810     05  BKE-TIPO                  PIC X(01).
000820         88  BKE-CABECERA                  VALUE "H".
000830         88  BKE-DETALLE                   VALUE "D".
000840         88  BKE-COLA                      VALUE "T".
000850     05  BKE-DATOS                 PIC X(200).
000860
000870 FD  AUDIT-FILE.
000880     COPY AUDREC.
000890
000900 FD  REPORTE-FILE.
000910 01  REPORTE-LINEA                PIC X(80).
000920
000930 FD  EXTRACTO-FILE.
000940     COPY ACTVREC.
000950
000960 WORKING-STORAGE SECTION.
000970 01  WS-STU-STATUS                PIC X(02).
000980     88  WS-STU-OK                        VALUE "00".
000990
001000 01  WS-BKE-STATUS                PIC X(02).
001010     88  WS-BKE-OK                        VALUE "00".
001020     88  WS-BKE-FIN-ARCHIVO               VALUE "10".
001030
001040 01  WS-AUD-STATUS                PIC X(02).
001050     88  WS-AUD-OK                        VALUE "00".
001060     88  WS-AUD-FIN-ARCHIVO               VALUE "10".
001070
001080 01  WS-RPT-STATUS                PIC X(02).
001090     88  WS-RPT-OK                        VALUE "00".
001100
001110 01  WS-EXT-STATUS                PIC X(02).
001120     88  WS-EXT-OK                        VALUE "00".
001130
001140 01  WS-ARCHIVO-REPORTE           PIC X(20) VALUE "ESCRECUP".
001150
001160 01  WS-SWITCHES.
001170     05  WS-HAY-COLA              PIC X(01) VALUE "N".
001180         88  COLA-ENCONTRADA              VALUE "S".
001190     05  WS-HAY-CABECERA          PIC X(01) VALUE "N".
001200         88  CABECERA-ENCONTRADA          VALUE "S".
001210
001220*  Punto de arranque: fecha y hora de la cabecera del
001230*  respaldo.  Un respaldo sin hora (anterior a que ESCUNLD
001240*  la grabara) reaplica todo el dia de la copia.
001250 01  WS-FECHA-RESPALDO            PIC 9(08) VALUE ZERO.
001260 01  WS-HORA-RESPALDO             PIC 9(06) VALUE ZERO.
001270
001280 01  WS-CONTADORES.
001290     05  WS-RECARGADOS            PIC 9(07) COMP VALUE ZERO.
001300     05  WS-SUMA-RECARGADA        PIC 9(09)V9(02) VALUE ZERO.
001310     05  WS-RENGLONES-LEIDOS      PIC 9(07) COMP VALUE ZERO.
001320     05  WS-ANTERIORES            PIC 9(07) COMP VALUE ZERO.
001330     05  WS-APLICADOS             PIC 9(07) COMP VALUE ZERO.
001340     05  WS-IMAGENES-APLICADAS    PIC 9(07) COMP VALUE ZERO.
001350     05  WS-SIN-EFECTO            PIC 9(07) COMP VALUE ZERO.
001360     05  WS-NO-APLICADOS          PIC 9(07) COMP VALUE ZERO.
001370     05  WS-ANTES-DISTINTOS       PIC 9(07) COMP VALUE ZERO.
001380     05  WS-ARCHIVADOS-BORRADOS   PIC 9(07) COMP VALUE ZERO.
001390
001400 01  WS-COLA-LEIDA.
001410     05  WS-COLA-REGISTROS        PIC 9(07) VALUE ZERO.
001420     05  WS-COLA-SUMA             PIC 9(09)V9(02) VALUE ZERO.
001430
001440 01  WS-COLA-ESTUD.
001450     05  COLA-EST-REGISTROS       PIC 9(07).
001460     05  FILLER                   PIC X(01).
001470     05  COLA-EST-SUMA            PIC 9(09)V9(02).
001480
001490*  Imagen completa en armado: ID y ultima parte juntada.
001500 01  WS-IMAGEN-IDEN               PIC X(05) VALUE SPACES.
001510 01  WS-IMAGEN-PARTES             PIC 9(01) COMP VALUE ZERO.
001520 01  WS-ULTIMA-IMAGEN             PIC X(05) VALUE SPACES.
001530
001540 01  WS-MOTIVO                    PIC X(33) VALUE SPACES.
001550 01  WS-RETORNO                   PIC S9(04) COMP VALUE ZERO.
001560
001570*  Vistas para leer las imagenes editadas del rastro.
001580 01  WS-EDAD-EDIT                 PIC Z9.
001590 01  WS-PROM-EDIT                 PIC Z9.99.
001600 01  WS-VALOR-EDAD                PIC X(02).
001610 01  WS-VALOR-EDAD-N REDEFINES WS-VALOR-EDAD
001620                                  PIC 9(02).
001630 01  WS-VALOR-PROM.
001640     05  WS-VP-ENTERO             PIC 9(02).
001650     05  WS-VP-PUNTO              PIC X(01).
001660     05  WS-VP-DECIMAL            PIC 9(02).
001670
001680 01  WS-LINEA-RESPALDO.
001690     05  FILLER                   PIC X(22) VALUE
001700         "RESPALDO ESTUBKP DEL: ".
001710     05  RPT-RESP-FECHA           PIC 9(08).
001720     05  FILLER                   PIC X(01) VALUE SPACE.
001730     05  RPT-RESP-HORA            PIC 9(06).
001740     05  FILLER                   PIC X(43) VALUE SPACES.
001750
001760 01  WS-LINEA-TITULOS             PIC X(80) VALUE
001770     "FECHA    HORA   ID    OPERACION    CAMPO      OBSERVACION".
001780
001790 01  WS-LINEA-DETALLE.
001800     05  RPT-FECHA                PIC 9(08).
001810     05  FILLER                   PIC X(01) VALUE SPACE.
001820     05  RPT-HORA                 PIC 9(06).
001830     05  FILLER                   PIC X(01) VALUE SPACE.
001840     05  RPT-IDEN                 PIC X(05).
001850     05  FILLER                   PIC X(01) VALUE SPACE.
001860     05  RPT-OPERACION            PIC X(12).
001870     05  FILLER                   PIC X(01) VALUE SPACE.
001880     05  RPT-CAMPO                PIC X(10).
001890     05  FILLER                   PIC X(01) VALUE SPACE.
001900     05  RPT-OBSERVACION          PIC X(33).
001910     05  FILLER                   PIC X(01) VALUE SPACE.
001920
001930 01  WS-LINEA-TOTAL.
001940     05  RPT-TOT-ETIQUETA         PIC X(30).
001950     05  RPT-TOT-VALOR            PIC ZZZZZZ9.
001960     05  FILLER                   PIC X(43) VALUE SPACES.
001970
001980 COPY AUDIMG.
001990
002000 COPY ERRPARM.
002010
002020 COPY LOCKPARM.
002030
002040 COPY RPTGPARM.
002050
002060 PROCEDURE DIVISION.
002070 0000-MAINLINE.
002080     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002090     PERFORM 2000-RECARGAR-RESPALDO THRU 2000-EXIT.
002100     IF RETURN-CODE = ZERO
002110         PERFORM 3000-REAPLICAR-RASTRO THRU 3000-EXIT
002120     END-IF.
002130     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002140     STOP RUN.
002150
002160*----------------------------------------------------------*
002170*  1000-INICIALIZAR - Toma el candado de ESTUDIDX y arma la  *
002180*  generacion del reporte.                                   *
002190*----------------------------------------------------------*
002200 1000-INICIALIZAR.
002210     MOVE "ESCRECUP" TO LOCKMGR-PROGRAMA.
002220     PERFORM 1500-TOMAR-CANDADO THRU 1500-EXIT.
002230
002240     MOVE "ESCRECUP" TO RPTGEN-REPORTE.
002250     CALL "RPTGEN" USING RPTGEN-PARM.
002260     MOVE RPTGEN-ARCHIVO TO WS-ARCHIVO-REPORTE.
002270     OPEN OUTPUT REPORTE-FILE.
002280
002290     MOVE "RECUPERACION HACIA ADELANTE DE ESTUDIDX"
002300         TO REPORTE-LINEA.
002310     WRITE REPORTE-LINEA.
002320 1000-EXIT.
002330     EXIT.
002340
002350*----------------------------------------------------------*
002360*  1500-TOMAR-CANDADO - Pide el candado de uso de ESTUDIDX  *
002370*  (rutina comun LOCKMGR): nadie debe tocar el maestro       *
002380*  mientras se reconstruye.                                  *
002390*----------------------------------------------------------*
002400 1500-TOMAR-CANDADO.
002410     SET LOCKMGR-TOMAR TO TRUE.
002420     CALL "LOCKMGR" USING LOCKMGR-PARM.
002430     IF LOCKMGR-EN-USO
002440         MOVE "ESCRECUP"        TO ERRHAND-PROGRAMA
002450         MOVE "1500-TOMAR-CANDADO" TO ERRHAND-PARRAFO
002460         MOVE SPACES             TO ERRHAND-FILE-STATUS
002470         SET ERRHAND-FATAL TO TRUE
002480         MOVE "ESTUDIDX EN USO POR OTRO PROGRAMA"
002490             TO ERRHAND-MENSAJE
002500         CALL "ERRHAND" USING ERRHAND-PARM
002510         DISPLAY "EN USO POR " LOCKMGR-DUENO
002520             " DESDE " LOCKMGR-DESDE-HORA
002530         MOVE 8 TO RETURN-CODE
002540         STOP RUN
002550     END-IF.
002560 1500-EXIT.
002570     EXIT.
002580
002590*----------------------------------------------------------*
002600*  2000-RECARGAR-RESPALDO - Reconstruye ESTUDIDX desde       *
002610*  ESTUBKP; si lo recargado no cuadra con la cola del        *
002620*  respaldo no se sigue con el rastro.                       *
002630*----------------------------------------------------------*
002640 2000-RECARGAR-RESPALDO.
002650     OPEN INPUT RESPALDO-ESTUD.
002660     IF NOT WS-BKE-OK
002670         MOVE "ESCRECUP"      TO ERRHAND-PROGRAMA
002680         MOVE "2000-RECARGAR-RESP" TO ERRHAND-PARRAFO
002690         MOVE WS-BKE-STATUS   TO ERRHAND-FILE-STATUS
002700         SET ERRHAND-FATAL TO TRUE
002710         MOVE "ERROR AL ABRIR ESTUBKP" TO ERRHAND-MENSAJE
002720         CALL "ERRHAND" USING ERRHAND-PARM
002730         MOVE 8 TO RETURN-CODE
002740         GO TO 2000-EXIT
002750     END-IF.
002760
002770     OPEN OUTPUT ESTUDIANTE-FILE.
002780     IF NOT WS-STU-OK
002790         MOVE "ESCRECUP"      TO ERRHAND-PROGRAMA
002800         MOVE "2000-RECARGAR-RESP" TO ERRHAND-PARRAFO
002810         MOVE WS-STU-STATUS   TO ERRHAND-FILE-STATUS
002820         SET ERRHAND-FATAL TO TRUE
002830         MOVE "ERROR AL RECONSTRUIR ESTUDIDX"
002840             TO ERRHAND-MENSAJE
002850         CALL "ERRHAND" USING ERRHAND-PARM
002860         CLOSE RESPALDO-ESTUD
002870         MOVE 8 TO RETURN-CODE
002880         GO TO 2000-EXIT
002890     END-IF.
002900
002910*  La recarga no deja rastro en ESCAUDIT: el extracto de
002920*  activos se vacia para que los reportes lean el maestro
002930*  hasta que ESCBATCH lo vuelva a generar.
002940     OPEN OUTPUT EXTRACTO-FILE.
002950     IF WS-EXT-OK
002960         CLOSE EXTRACTO-FILE
002970     END-IF.
002980
002990     PERFORM 2100-LEER-RESPALDO THRU 2100-EXIT
003000         UNTIL WS-BKE-FIN-ARCHIVO.
003010
003020     CLOSE RESPALDO-ESTUD.
003030     CLOSE ESTUDIANTE-FILE.
003040     PERFORM 2500-VERIFICAR-RECARGA THRU 2500-EXIT.
003050 2000-EXIT.
003060     EXIT.
003070
003080 2100-LEER-RESPALDO.
003090     READ RESPALDO-ESTUD
003100         AT END
003110             SET WS-BKE-FIN-ARCHIVO TO TRUE
003120             GO TO 2100-EXIT
003130     END-READ.
003140     EVALUATE TRUE
003150         WHEN BKE-CABECERA
003160             SET CABECERA-ENCONTRADA TO TRUE
003170             IF BKE-DATOS (1:8) IS NUMERIC
003180                 MOVE BKE-DATOS (1:8) TO WS-FECHA-RESPALDO
003190             END-IF
003200             IF BKE-DATOS (9:6) IS NUMERIC
003210                 MOVE BKE-DATOS (9:6) TO WS-HORA-RESPALDO
003220             END-IF
003230         WHEN BKE-DETALLE
003240             MOVE BKE-DATOS TO ESTUDIANTE-REC
003250             WRITE ESTUDIANTE-REC
003260                 INVALID KEY
003270                     DISPLAY "CLAVE DUPLICADA EN RESPALDO: "
003280                         ESTUDIANTE-IDEN
003290                 NOT INVALID KEY
003300                     ADD 1 TO WS-RECARGADOS
003310                     ADD ESTUDIANTE-PROMEDIO
003320                         TO WS-SUMA-RECARGADA
003330             END-WRITE
003340         WHEN BKE-COLA
003350             MOVE BKE-DATOS TO WS-COLA-ESTUD
003360             MOVE COLA-EST-REGISTROS TO WS-COLA-REGISTROS
003370             MOVE COLA-EST-SUMA      TO WS-COLA-SUMA
003380             SET COLA-ENCONTRADA TO TRUE
003390         WHEN OTHER
003400             CONTINUE
003410     END-EVALUATE.
003420 2100-EXIT.
003430     EXIT.
003440
003450*----------------------------------------------------------*
003460*  2500-VERIFICAR-RECARGA - Misma prueba que ESCRELD: la     *
003470*  recarga solo es buena si cuadra con la cola, y sin        *
003480*  cabecera fechada no hay punto de arranque para el rastro. *
003490*----------------------------------------------------------*
003500 2500-VERIFICAR-RECARGA.
003510     MOVE WS-FECHA-RESPALDO TO RPT-RESP-FECHA.
003520     MOVE WS-HORA-RESPALDO  TO RPT-RESP-HORA.
003530     WRITE REPORTE-LINEA FROM WS-LINEA-RESPALDO.
003540     MOVE "REGISTROS RECARGADOS        :" TO RPT-TOT-ETIQUETA.
003550     MOVE WS-RECARGADOS TO RPT-TOT-VALOR.
003560     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
003570     MOVE "SEGUN COLA DEL RESPALDO     :" TO RPT-TOT-ETIQUETA.
003580     MOVE WS-COLA-REGISTROS TO RPT-TOT-VALOR.
003590     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
003600
003610     IF NOT COLA-ENCONTRADA
003620         MOVE "*** RESPALDO SIN REGISTRO COLA ***"
003630             TO WS-MOTIVO
003640         GO TO 2550-RECARGA-MALA
003650     END-IF.
003660     IF NOT CABECERA-ENCONTRADA
003670        OR WS-FECHA-RESPALDO = ZERO
003680         MOVE "*** RESPALDO SIN CABECERA FECHADA"
003690             TO WS-MOTIVO
003700         GO TO 2550-RECARGA-MALA
003710     END-IF.
003720     IF WS-RECARGADOS = WS-COLA-REGISTROS
003730        AND WS-SUMA-RECARGADA = WS-COLA-SUMA
003740         MOVE "RECARGA VERIFICADA CONTRA LA COLA" TO REPORTE-LINEA
003750         WRITE REPORTE-LINEA
003760         GO TO 2500-EXIT
003770     END-IF.
003780     MOVE "*** LA RECARGA NO CUADRA ***" TO WS-MOTIVO.
003790
003800 2550-RECARGA-MALA.
003810     MOVE WS-MOTIVO TO REPORTE-LINEA.
003820     WRITE REPORTE-LINEA.
003830     DISPLAY WS-MOTIVO.
003840     MOVE "ESCRECUP"         TO ERRHAND-PROGRAMA.
003850     MOVE "2500-VERIFICAR-RECAR" TO ERRHAND-PARRAFO.
003860     MOVE SPACES             TO ERRHAND-FILE-STATUS.
003870     SET ERRHAND-FATAL TO TRUE.
003880     MOVE "RECARGA DE RESPALDO NO CUADRA; NO SE REAPLICA ESCAUDIT"
003890         TO ERRHAND-MENSAJE.
003900     CALL "ERRHAND" USING ERRHAND-PARM.
003910     MOVE 8 TO RETURN-CODE.
003920 2500-EXIT.
003930     EXIT.
003940
003950*----------------------------------------------------------*
003960*  3000-REAPLICAR-RASTRO - Recorre ESCAUDIT en su orden de   *
003970*  escritura y reaplica sobre el maestro recargado cada      *
003980*  renglon posterior al respaldo.                            *
003990*----------------------------------------------------------*
004000 3000-REAPLICAR-RASTRO.
004010     OPEN I-O ESTUDIANTE-FILE.
004020     IF NOT WS-STU-OK
004030         MOVE "ESCRECUP"      TO ERRHAND-PROGRAMA
004040         MOVE "3000-REAPLICAR-RASTR" TO ERRHAND-PARRAFO
004050         MOVE WS-STU-STATUS   TO ERRHAND-FILE-STATUS
004060         SET ERRHAND-FATAL TO TRUE
004070         MOVE "ERROR AL ABRIR ESTUDIDX RECARGADO"
004080             TO ERRHAND-MENSAJE
004090         CALL "ERRHAND" USING ERRHAND-PARM
004100         MOVE 8 TO RETURN-CODE
004110         GO TO 3000-EXIT
004120     END-IF.
004130
004140     OPEN INPUT AUDIT-FILE.
004150     IF NOT WS-AUD-OK
004160         MOVE "ESCRECUP"      TO ERRHAND-PROGRAMA
004170         MOVE "3000-REAPLICAR-RASTR" TO ERRHAND-PARRAFO
004180         MOVE WS-AUD-STATUS   TO ERRHAND-FILE-STATUS
004190         SET ERRHAND-FATAL TO TRUE
004200         MOVE "ERROR AL ABRIR ESCAUDIT" TO ERRHAND-MENSAJE
004210         CALL "ERRHAND" USING ERRHAND-PARM
004220         CLOSE ESTUDIANTE-FILE
004230         MOVE 8 TO RETURN-CODE
004240         GO TO 3000-EXIT
004250     END-IF.
004260
004270     MOVE SPACES TO REPORTE-LINEA.
004280     WRITE REPORTE-LINEA.
004290     MOVE "RENGLONES DE ESCAUDIT NO APLICADOS O CON AVISO"
004300         TO REPORTE-LINEA.
004310     WRITE REPORTE-LINEA.
004320     WRITE REPORTE-LINEA FROM WS-LINEA-TITULOS.
004330     MOVE ALL "-" TO REPORTE-LINEA.
004340     WRITE REPORTE-LINEA.
004350
004360     PERFORM 3100-LEER-RASTRO THRU 3100-EXIT
004370         UNTIL WS-AUD-FIN-ARCHIVO.
004380
004390*  Una imagen que quedo a medias al final del rastro.
004400     IF WS-IMAGEN-PARTES > ZERO
004410         INITIALIZE AUDIT-REC
004420         MOVE WS-IMAGEN-IDEN TO AUD-IDEN
004430         MOVE "IMAGEN" TO AUD-OPERACION
004440         MOVE "IMAGEN INCOMPLETA AL FINAL" TO WS-MOTIVO
004450         PERFORM 3800-NO-APLICADO THRU 3800-EXIT
004460     END-IF.
004470
004480     CLOSE AUDIT-FILE.
004490     CLOSE ESTUDIANTE-FILE.
004500 3000-EXIT.
004510     EXIT.
004520
004530*----------------------------------------------------------*
004540*  3100-LEER-RASTRO - Un renglon: se salta si es de un dia   *
004550*  anterior al respaldo, y si no se reparte segun la         *
004560*  operacion.  Solo se compara la fecha: la hora del rastro  *
004570*  no sirve para ordenar, y los renglones del mismo dia que  *
004580*  ya estaban en el respaldo se vuelven a aplicar en orden   *
004590*  (a lo sumo salen como ANTES NO COINCIDE).  Las            *
004600*  operaciones de otros archivos (notas, emergencia, becas,  *
004610*  parametros...) no tocan ESTUDIDX y solo se cuentan.       *
004620*----------------------------------------------------------*
004630 3100-LEER-RASTRO.
004640     READ AUDIT-FILE
004650         AT END
004660             SET WS-AUD-FIN-ARCHIVO TO TRUE
004670             GO TO 3100-EXIT
004680     END-READ.
004690     ADD 1 TO WS-RENGLONES-LEIDOS.
004700     IF AUD-FECHA < WS-FECHA-RESPALDO
004710         ADD 1 TO WS-ANTERIORES
004720         GO TO 3100-EXIT
004730     END-IF.
004740     IF AUD-IDEN = SPACES
004750         ADD 1 TO WS-SIN-EFECTO
004760         GO TO 3100-EXIT
004770     END-IF.
004780
004790     EVALUATE AUD-OPERACION
004800         WHEN "IMAGEN"
004810             PERFORM 3200-JUNTAR-IMAGEN THRU 3200-EXIT
004820         WHEN "ALTA"
004830         WHEN "PROMOCION"
004840             PERFORM 3300-CONFIRMAR-IMAGEN THRU 3300-EXIT
004850         WHEN "REINGRESO"
004860             PERFORM 3400-REAPLICAR-REINGRESO THRU 3400-EXIT
004870         WHEN "BAJA"
004880             PERFORM 3500-REAPLICAR-BAJA THRU 3500-EXIT
004890         WHEN "MODIFICACION"
004900         WHEN "DIVISION"
004910         WHEN "ESPERA-SECC"
004920         WHEN "RECALCULO"
004930         WHEN "CIERRE"
004940         WHEN "EDAD"
004950             PERFORM 3600-REAPLICAR-CAMPO THRU 3600-EXIT
004960         WHEN "MERGE"
004970             PERFORM 3700-REAPLICAR-MERGE THRU 3700-EXIT
004980         WHEN "ARCHIVO"
004990             PERFORM 3750-REAPLICAR-ARCHIVO THRU 3750-EXIT
005000         WHEN OTHER
005010             ADD 1 TO WS-SIN-EFECTO
005020     END-EVALUATE.
005030 3100-EXIT.
005040     EXIT.
005050
005060*----------------------------------------------------------*
005070*  3200-JUNTAR-IMAGEN - Junta las partes REG-1 a REG-3 de    *
005080*  la imagen completa (ver AUDIMG); con la tercera parte se  *
005090*  graba o reescribe el registro entero.                     *
005100*----------------------------------------------------------*
005110 3200-JUNTAR-IMAGEN.
005120     EVALUATE AUD-CAMPO
005130         WHEN "REG-1"
005140             MOVE 1 TO AUDIMG-IDX
005150         WHEN "REG-2"
005160             MOVE 2 TO AUDIMG-IDX
005170         WHEN "REG-3"
005180             MOVE 3 TO AUDIMG-IDX
005190         WHEN OTHER
005200             MOVE "PARTE DE IMAGEN DESCONOCIDA" TO WS-MOTIVO
005210             PERFORM 3800-NO-APLICADO THRU 3800-EXIT
005220             GO TO 3200-EXIT
005230     END-EVALUATE.
005240
005250     IF AUDIMG-IDX = 1
005260         IF WS-IMAGEN-PARTES > ZERO
005270             MOVE SPACES TO WS-MOTIVO
005280             STRING "IMAGEN DE " DELIMITED BY SIZE
005290                    WS-IMAGEN-IDEN DELIMITED BY SIZE
005300                    " INCOMPLETA" DELIMITED BY SIZE
005310                 INTO WS-MOTIVO
005320             PERFORM 3800-NO-APLICADO THRU 3800-EXIT
005330         END-IF
005340         MOVE SPACES TO AUDIMG-IMAGEN
005350         MOVE AUD-IDEN TO WS-IMAGEN-IDEN
005360     ELSE
005370         IF AUD-IDEN NOT = WS-IMAGEN-IDEN
005380            OR AUDIMG-IDX NOT = WS-IMAGEN-PARTES + 1
005390             MOVE "IMAGEN INCOMPLETA O FUERA DE ORDEN"
005400                 TO WS-MOTIVO
005410             PERFORM 3800-NO-APLICADO THRU 3800-EXIT
005420             MOVE ZERO TO WS-IMAGEN-PARTES
005430             GO TO 3200-EXIT
005440         END-IF
005450     END-IF.
005460
005470     MOVE AUD-DESPUES TO AUDIMG-PARTE (AUDIMG-IDX).
005480     MOVE AUDIMG-IDX TO WS-IMAGEN-PARTES.
005490     IF AUDIMG-IDX = 3
005500         PERFORM 3250-GRABAR-IMAGEN THRU 3250-EXIT
005510         MOVE ZERO TO WS-IMAGEN-PARTES
005520     END-IF.
005530 3200-EXIT.
005540     EXIT.
005550
005560 3250-GRABAR-IMAGEN.
005570     MOVE AUDIMG-IMAGEN TO ESTUDIANTE-REC.
005580     IF ESTUDIANTE-IDEN NOT = WS-IMAGEN-IDEN
005590         MOVE "IMAGEN NO CORRESPONDE AL ID" TO WS-MOTIVO
005600         PERFORM 3800-NO-APLICADO THRU 3800-EXIT
005610         GO TO 3250-EXIT
005620     END-IF.
005630     WRITE ESTUDIANTE-REC
005640         INVALID KEY
005650             REWRITE ESTUDIANTE-REC
005660                 INVALID KEY
005670                     MOVE "ERROR AL GRABAR LA IMAGEN"
005680                         TO WS-MOTIVO
005690                     PERFORM 3800-NO-APLICADO THRU 3800-EXIT
005700                     GO TO 3250-EXIT
005710             END-REWRITE
005720     END-WRITE.
005730     ADD 1 TO WS-IMAGENES-APLICADAS.
005740     MOVE WS-IMAGEN-IDEN TO WS-ULTIMA-IMAGEN.
005750 3250-EXIT.
005760     EXIT.
005770
005780*----------------------------------------------------------*
005790*  3300-CONFIRMAR-IMAGEN - El ALTA y la PROMOCION ya         *
005800*  quedaron aplicadas con la imagen que las precede; sin     *
005810*  ella no hay datos para rehacerlas.                        *
005820*----------------------------------------------------------*
005830 3300-CONFIRMAR-IMAGEN.
005840     IF WS-ULTIMA-IMAGEN = AUD-IDEN
005850         ADD 1 TO WS-APLICADOS
005860         MOVE SPACES TO WS-ULTIMA-IMAGEN
005870     ELSE
005880         MOVE "SIN IMAGEN DEL REGISTRO" TO WS-MOTIVO
005890         PERFORM 3800-NO-APLICADO THRU 3800-EXIT
005900     END-IF.
005910 3300-EXIT.
005920     EXIT.
005930
005940*----------------------------------------------------------*
005950*  3400-REAPLICAR-REINGRESO - Con imagen ya quedo aplicado;  *
005960*  sin ella, un registro que sigue en el maestro (reingreso  *
005970*  de la carga) solo vuelve a estado A.                      *
005980*----------------------------------------------------------*
005990 3400-REAPLICAR-REINGRESO.
006000     IF WS-ULTIMA-IMAGEN = AUD-IDEN
006010         ADD 1 TO WS-APLICADOS
006020         MOVE SPACES TO WS-ULTIMA-IMAGEN
006030         GO TO 3400-EXIT
006040     END-IF.
006050     MOVE AUD-IDEN TO ESTUDIANTE-IDEN.
006060     READ ESTUDIANTE-FILE
006070         INVALID KEY
006080             MOVE "REINGRESO SIN IMAGEN DEL REGISTRO"
006090                 TO WS-MOTIVO
006100             PERFORM 3800-NO-APLICADO THRU 3800-EXIT
006110             GO TO 3400-EXIT
006120     END-READ.
006130     SET ESTUDIANTE-ACTIVO TO TRUE.
006140     PERFORM 3900-REESCRIBIR THRU 3900-EXIT.
006150 3400-EXIT.
006160     EXIT.
006170
006180*----------------------------------------------------------*
006190*  3500-REAPLICAR-BAJA - La BAJA (renglon ESTADO o renglon   *
006200*  sin campo de la carga) deja el estado en I; el renglon    *
006210*  MOTIVO de ESCBAJA no vive en ESTUDIDX.                    *
006220*----------------------------------------------------------*
006230 3500-REAPLICAR-BAJA.
006240     IF AUD-CAMPO NOT = SPACES
006250        AND AUD-CAMPO NOT = "ESTADO"
006260         ADD 1 TO WS-SIN-EFECTO
006270         GO TO 3500-EXIT
006280     END-IF.
006290     MOVE AUD-IDEN TO ESTUDIANTE-IDEN.
006300     READ ESTUDIANTE-FILE
006310         INVALID KEY
006320             MOVE "ID NO ESTA EN EL MAESTRO" TO WS-MOTIVO
006330             PERFORM 3800-NO-APLICADO THRU 3800-EXIT
006340             GO TO 3500-EXIT
006350     END-READ.
006360     IF AUD-CAMPO = "ESTADO"
006370        AND ESTUDIANTE-ESTADO NOT = AUD-ANTES (1:1)
006380         PERFORM 3850-ANTES-DISTINTO THRU 3850-EXIT
006390     END-IF.
006400     SET ESTUDIANTE-INACTIVO TO TRUE.
006410     PERFORM 3900-REESCRIBIR THRU 3900-EXIT.
006420 3500-EXIT.
006430     EXIT.
006440
006450*----------------------------------------------------------*
006460*  3600-REAPLICAR-CAMPO - Imagen despues de un solo campo    *
006470*  (ESCMANT, ESCDIVID, ESCRECAL, ESCCIERR, ESCEDADR); se     *
006480*  compara la imagen antes con el maestro y se avisa si no   *
006490*  coincide, pero la imagen despues manda.  El renglon sin   *
006500*  campo de ESCMANT (nada cambio) no tiene efecto.           *
006510*----------------------------------------------------------*
006520 3600-REAPLICAR-CAMPO.
006530     MOVE SPACES TO WS-MOTIVO.
006540     IF AUD-CAMPO = SPACES
006550         ADD 1 TO WS-SIN-EFECTO
006560         GO TO 3600-EXIT
006570     END-IF.
006580     MOVE AUD-IDEN TO ESTUDIANTE-IDEN.
006590     READ ESTUDIANTE-FILE
006600         INVALID KEY
006610             MOVE "ID NO ESTA EN EL MAESTRO" TO WS-MOTIVO
006620             PERFORM 3800-NO-APLICADO THRU 3800-EXIT
006630             GO TO 3600-EXIT
006640     END-READ.
006650
006660     EVALUATE AUD-CAMPO
006670         WHEN "NOMBRE"
006680             IF ESTUDIANTE-NOMBRE NOT = AUD-ANTES
006690                 PERFORM 3850-ANTES-DISTINTO THRU 3850-EXIT
006700             END-IF
006710             MOVE AUD-DESPUES TO ESTUDIANTE-NOMBRE
006720         WHEN "CURSO"
006730             IF ESTUDIANTE-CURSO NOT = AUD-ANTES
006740                 PERFORM 3850-ANTES-DISTINTO THRU 3850-EXIT
006750             END-IF
006760             MOVE AUD-DESPUES TO ESTUDIANTE-CURSO
006770         WHEN "TUTOR"
006780             IF ESTUDIANTE-TUTOR NOT = AUD-ANTES
006790                 PERFORM 3850-ANTES-DISTINTO THRU 3850-EXIT
006800             END-IF
006810             MOVE AUD-DESPUES TO ESTUDIANTE-TUTOR
006820         WHEN "ESTADO"
006830             IF ESTUDIANTE-ESTADO NOT = AUD-ANTES
006840                 PERFORM 3850-ANTES-DISTINTO THRU 3850-EXIT
006850             END-IF
006860             MOVE AUD-DESPUES TO ESTUDIANTE-ESTADO
006870         WHEN "EDAD"
006880             PERFORM 3610-CAMPO-EDAD THRU 3610-EXIT
006890         WHEN "PROMEDIO"
006900             PERFORM 3620-CAMPO-PROMEDIO THRU 3620-EXIT
006910         WHEN "FECINSCRIP"
006920             PERFORM 3630-CAMPO-INSCRIPCION THRU 3630-EXIT
006930         WHEN "FECNACIM"
006940             PERFORM 3640-CAMPO-NACIMIENTO THRU 3640-EXIT
006950         WHEN OTHER
006960             MOVE "CAMPO NO REAPLICABLE" TO WS-MOTIVO
006970             PERFORM 3800-NO-APLICADO THRU 3800-EXIT
006980             GO TO 3600-EXIT
006990     END-EVALUATE.
007000     IF WS-MOTIVO = "VALOR NUEVO NO VALIDO"
007010         GO TO 3600-EXIT
007020     END-IF.
007030     PERFORM 3900-REESCRIBIR THRU 3900-EXIT.
007040 3600-EXIT.
007050     EXIT.
007060
007070*  EDAD y PROMEDIO vienen editados (Z9 y Z9.99) en el rastro.
007080 3610-CAMPO-EDAD.
007090     MOVE ESTUDIANTE-EDAD TO WS-EDAD-EDIT.
007100     IF WS-EDAD-EDIT NOT = AUD-ANTES
007110         PERFORM 3850-ANTES-DISTINTO THRU 3850-EXIT
007120     END-IF.
007130     MOVE AUD-DESPUES (1:2) TO WS-VALOR-EDAD.
007140     INSPECT WS-VALOR-EDAD REPLACING LEADING SPACE BY ZERO.
007150     IF WS-VALOR-EDAD IS NUMERIC
007160         MOVE WS-VALOR-EDAD-N TO ESTUDIANTE-EDAD
007170     ELSE
007180         PERFORM 3690-VALOR-NO-VALIDO THRU 3690-EXIT
007190     END-IF.
007200 3610-EXIT.
007210     EXIT.
007220
007230 3620-CAMPO-PROMEDIO.
007240     MOVE ESTUDIANTE-PROMEDIO TO WS-PROM-EDIT.
007250     IF WS-PROM-EDIT NOT = AUD-ANTES
007260         PERFORM 3850-ANTES-DISTINTO THRU 3850-EXIT
007270     END-IF.
007280     MOVE AUD-DESPUES (1:5) TO WS-VALOR-PROM.
007290     INSPECT WS-VALOR-PROM REPLACING LEADING SPACE BY ZERO.
007300     IF WS-VP-ENTERO IS NUMERIC
007310        AND WS-VP-PUNTO = "."
007320        AND WS-VP-DECIMAL IS NUMERIC
007330         COMPUTE ESTUDIANTE-PROMEDIO =
007340             WS-VP-ENTERO + WS-VP-DECIMAL / 100
007350     ELSE
007360         PERFORM 3690-VALOR-NO-VALIDO THRU 3690-EXIT
007370     END-IF.
007380 3620-EXIT.
007390     EXIT.
007400
007410 3630-CAMPO-INSCRIPCION.
007420     IF ESTUDIANTE-FEC-INSCRIPCION NOT = AUD-ANTES
007430         PERFORM 3850-ANTES-DISTINTO THRU 3850-EXIT
007440     END-IF.
007450     IF AUD-DESPUES (1:8) IS NUMERIC
007460         MOVE AUD-DESPUES (1:8) TO ESTUDIANTE-FEC-INSCRIPCION
007470     ELSE
007480         PERFORM 3690-VALOR-NO-VALIDO THRU 3690-EXIT
007490     END-IF.
007500 3630-EXIT.
007510     EXIT.
007520
007530 3640-CAMPO-NACIMIENTO.
007540     IF ESTUDIANTE-FEC-NACIMIENTO NOT = AUD-ANTES
007550         PERFORM 3850-ANTES-DISTINTO THRU 3850-EXIT
007560     END-IF.
007570     IF AUD-DESPUES (1:8) IS NUMERIC
007580         MOVE AUD-DESPUES (1:8) TO ESTUDIANTE-FEC-NACIMIENTO
007590     ELSE
007600         PERFORM 3690-VALOR-NO-VALIDO THRU 3690-EXIT
007610     END-IF.
007620 3640-EXIT.
007630     EXIT.
007640
007650 3690-VALOR-NO-VALIDO.
007660     MOVE "VALOR NUEVO NO VALIDO" TO WS-MOTIVO.
007670     PERFORM 3800-NO-APLICADO THRU 3800-EXIT.
007680 3690-EXIT.
007690     EXIT.
007700
007710*----------------------------------------------------------*
007720*  3700-REAPLICAR-MERGE - El renglon HACIA va sobre el ID    *
007730*  origen que ESCMERGE borro del maestro; el renglon DESDE   *
007740*  del destino no cambia ESTUDIDX.                           *
007750*----------------------------------------------------------*
007760 3700-REAPLICAR-MERGE.
007770     IF AUD-CAMPO NOT = "HACIA"
007780         ADD 1 TO WS-SIN-EFECTO
007790         GO TO 3700-EXIT
007800     END-IF.
007810     MOVE AUD-IDEN TO ESTUDIANTE-IDEN.
007820     READ ESTUDIANTE-FILE
007830         INVALID KEY
007840             MOVE "ORIGEN DEL MERGE NO ESTA" TO WS-MOTIVO
007850             PERFORM 3800-NO-APLICADO THRU 3800-EXIT
007860             GO TO 3700-EXIT
007870     END-READ.
007880     DELETE ESTUDIANTE-FILE
007890         INVALID KEY
007900             MOVE "ERROR AL BORRAR EL ORIGEN" TO WS-MOTIVO
007910             PERFORM 3800-NO-APLICADO THRU 3800-EXIT
007920             GO TO 3700-EXIT
007930     END-DELETE.
007940     ADD 1 TO WS-APLICADOS.
007950 3700-EXIT.
007960     EXIT.
007970
007980*----------------------------------------------------------*
007990*  3750-REAPLICAR-ARCHIVO - ESCARCH paso el estudiante al    *
008000*  historico ESCHISTX y lo borro del maestro; se rehace el   *
008010*  borrado (avisando si el maestro no quedo inactivo).       *
008020*----------------------------------------------------------*
008030 3750-REAPLICAR-ARCHIVO.
008040     MOVE SPACES TO WS-MOTIVO.
008050     MOVE AUD-IDEN TO ESTUDIANTE-IDEN.
008060     READ ESTUDIANTE-FILE
008070         INVALID KEY
008080             MOVE "ARCHIVADO NO ESTA EN EL MAESTRO" TO WS-MOTIVO
008090             PERFORM 3800-NO-APLICADO THRU 3800-EXIT
008100             GO TO 3750-EXIT
008110     END-READ.
008120     IF ESTUDIANTE-ESTADO NOT = AUD-ANTES (1:1)
008130         PERFORM 3850-ANTES-DISTINTO THRU 3850-EXIT
008140     END-IF.
008150     DELETE ESTUDIANTE-FILE
008160         INVALID KEY
008170             MOVE "ERROR AL BORRAR EL ARCHIVADO" TO WS-MOTIVO
008180             PERFORM 3800-NO-APLICADO THRU 3800-EXIT
008190             GO TO 3750-EXIT
008200     END-DELETE.
008210     ADD 1 TO WS-APLICADOS.
008220     ADD 1 TO WS-ARCHIVADOS-BORRADOS.
008230 3750-EXIT.
008240     EXIT.
008250
008260*----------------------------------------------------------*
008270*  3800-NO-APLICADO - Renglon del rastro que no se pudo      *
008280*  aplicar: va al reporte con su motivo.                     *
008290*----------------------------------------------------------*
008300 3800-NO-APLICADO.
008310     ADD 1 TO WS-NO-APLICADOS.
008320     PERFORM 3890-LINEA-RENGLON THRU 3890-EXIT.
008330     IF RETURN-CODE < 4
008340         MOVE 4 TO RETURN-CODE
008350     END-IF.
008360 3800-EXIT.
008370     EXIT.
008380
008390*  La imagen antes no coincide con el maestro: falta algun
008400*  cambio intermedio en el rastro.  Se aplica y se avisa.
008410 3850-ANTES-DISTINTO.
008420     ADD 1 TO WS-ANTES-DISTINTOS.
008430     MOVE "APLICADO; ANTES NO COINCIDE" TO WS-MOTIVO.
008440     PERFORM 3890-LINEA-RENGLON THRU 3890-EXIT.
008450     MOVE SPACES TO WS-MOTIVO.
008460     IF RETURN-CODE < 4
008470         MOVE 4 TO RETURN-CODE
008480     END-IF.
008490 3850-EXIT.
008500     EXIT.
008510
008520 3890-LINEA-RENGLON.
008530     MOVE AUD-FECHA     TO RPT-FECHA.
008540     MOVE AUD-HORA      TO RPT-HORA.
008550     MOVE AUD-IDEN      TO RPT-IDEN.
008560     MOVE AUD-OPERACION TO RPT-OPERACION.
008570     MOVE AUD-CAMPO     TO RPT-CAMPO.
008580     MOVE WS-MOTIVO     TO RPT-OBSERVACION.
008590     WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE.
008600 3890-EXIT.
008610     EXIT.
008620
008630 3900-REESCRIBIR.
008640     REWRITE ESTUDIANTE-REC
008650         INVALID KEY
008660             MOVE "ERROR AL REESCRIBIR" TO WS-MOTIVO
008670             PERFORM 3800-NO-APLICADO THRU 3800-EXIT
008680             GO TO 3900-EXIT
008690     END-REWRITE.
008700     ADD 1 TO WS-APLICADOS.
008710 3900-EXIT.
008720     EXIT.
008730
008740*----------------------------------------------------------*
008750*  9000-FINALIZAR - Totales, cierre del reporte, candado y   *
008760*  resumen en consola.                                       *
008770*----------------------------------------------------------*
008780 9000-FINALIZAR.
008790     MOVE SPACES TO REPORTE-LINEA.
008800     WRITE REPORTE-LINEA.
008810     MOVE "RENGLONES DE ESCAUDIT LEIDOS:" TO RPT-TOT-ETIQUETA.
008820     MOVE WS-RENGLONES-LEIDOS TO RPT-TOT-VALOR.
008830     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
008840     MOVE "ANTERIORES AL RESPALDO      :" TO RPT-TOT-ETIQUETA.
008850     MOVE WS-ANTERIORES TO RPT-TOT-VALOR.
008860     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
008870     MOVE "IMAGENES COMPLETAS GRABADAS :" TO RPT-TOT-ETIQUETA.
008880     MOVE WS-IMAGENES-APLICADAS TO RPT-TOT-VALOR.
008890     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
008900     MOVE "OPERACIONES REAPLICADAS     :" TO RPT-TOT-ETIQUETA.
008910     MOVE WS-APLICADOS TO RPT-TOT-VALOR.
008920     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
008930     MOVE "  ARCHIVADOS BORRADOS       :" TO RPT-TOT-ETIQUETA.
008940     MOVE WS-ARCHIVADOS-BORRADOS TO RPT-TOT-VALOR.
008950     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
008960     MOVE "SIN EFECTO EN ESTUDIDX      :" TO RPT-TOT-ETIQUETA.
008970     MOVE WS-SIN-EFECTO TO RPT-TOT-VALOR.
008980     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
008990     MOVE "APLICADOS CON ANTES DISTINTO:" TO RPT-TOT-ETIQUETA.
009000     MOVE WS-ANTES-DISTINTOS TO RPT-TOT-VALOR.
009010     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
009020     MOVE "NO APLICADOS                :" TO RPT-TOT-ETIQUETA.
009030     MOVE WS-NO-APLICADOS TO RPT-TOT-VALOR.
009040     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
009050     CLOSE REPORTE-FILE.
009060
009070*  El CALL a LOCKMGR pisa RETURN-CODE; se conserva el de la
009080*  corrida.
009090     MOVE RETURN-CODE TO WS-RETORNO.
009100     SET LOCKMGR-LIBERAR TO TRUE.
009110     CALL "LOCKMGR" USING LOCKMGR-PARM.
009120     MOVE WS-RETORNO TO RETURN-CODE.
009130
009140     DISPLAY " ".
009150     DISPLAY "---- RECUPERACION HACIA ADELANTE DE ESTUDIDX ----".
009160     DISPLAY "RESPALDO DEL        : " WS-FECHA-RESPALDO
009170         " " WS-HORA-RESPALDO.
009180     DISPLAY "RECARGADOS          : " WS-RECARGADOS.
009190     DISPLAY "RENGLONES LEIDOS    : " WS-RENGLONES-LEIDOS.
009200     DISPLAY "ANTERIORES          : " WS-ANTERIORES.
009210     DISPLAY "IMAGENES GRABADAS   : " WS-IMAGENES-APLICADAS.
009220     DISPLAY "REAPLICADOS         : " WS-APLICADOS.
009230     DISPLAY " ARCHIVADOS BORRADOS: " WS-ARCHIVADOS-BORRADOS.
009240     DISPLAY "SIN EFECTO          : " WS-SIN-EFECTO.
009250     DISPLAY "ANTES DISTINTO      : " WS-ANTES-DISTINTOS.
009260     DISPLAY "NO APLICADOS        : " WS-NO-APLICADOS.
009270     DISPLAY "GENERACION: " WS-ARCHIVO-REPORTE.
009280 9000-EXIT.
009290     EXIT.

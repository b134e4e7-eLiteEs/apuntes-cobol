000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  RUNTEND                                      *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Tendencia semanal de las corridas batch.  Lee el          *
000090*  historico RUNHIST que deja la guardia RUNGUARD y, para    *
000100*  cada programa, lista sus ultimas N corridas terminadas    *
000110*  (TEND-CORRIDAS) con hora de inicio, tiempo transcurrido,  *
000120*  volumen y RC, y marca la que supera el promedio de la     *
000130*  ventana en mas del umbral TEND-UMBRAL-PCT.  Cuenta los    *
000140*  inicios sin fin (corridas que abendaron).  Al final       *
000150*  proyecta el stream nocturno ESCBATCH: suma el promedio    *
000160*  de sus pasos con guardia, lo hace crecer con la           *
000170*  matricula (TEND-CRECE-PCT anual, el tiempo se supone      *
000180*  proporcional al volumen) y lo pone junto a la ventana     *
000190*  batch TEND-VENTANA-MIN para los proximos tres anos.  La   *
000200*  proyeccion es PARCIAL: los pasos sin guardia no dejan     *
000210*  RUNHIST y se listan como no medidos, asi que la suma es   *
000220*  un minimo del stream.  Solo se concluye cuando ese minimo *
000230*  ya no cabe; si cabe, no se afirma que el stream quepa.    *
000240*  RC 4 si alguna corrida quedo marcada o si la proyeccion   *
000250*  parcial ya no cabe en la ventana.                         *
000260*----------------------------------------------------------*
000270*  MODIFICATIONS.
000280*  2026-10-15 JFV  Creacion inicial.
000290*  2026-10-15 JFV  La proyeccion del stream se rotula PARCIAL,
000300*                  lista los pasos sin guardia y solo marca
000310*                  cuando la suma medida ya no cabe en la
000320*                  ventana (nunca afirma que el stream cabe).
000330*----------------------------------------------------------*
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. RUNTEND.
000360 AUTHOR. J. FIGUEROA VEGA.
000370 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000380 DATE-WRITTEN. 2026-10-15.
000390 DATE-COMPILED.
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT HISTORIA-FILE ASSIGN TO "RUNHIST"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-HIS-STATUS.
000470
000480     SELECT REPORTE-FILE ASSIGN TO WS-ARCHIVO-REPORTE
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-RPT-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  HISTORIA-FILE.
000550     COPY RUNHREC.
000560
000570 FD  REPORTE-FILE.
000580 01  REPORTE-LINEA                PIC X(80).
000590
000600 WORKING-STORAGE SECTION.
000610 01  WS-HIS-STATUS                PIC X(02).
000620     88  WS-HIS-OK                        VALUE "00".
000630     88  WS-HIS-NO-EXISTE                 VALUE "35".
000640
000650 01  WS-RPT-STATUS                PIC X(02).
000660     88  WS-RPT-OK                        VALUE "00".
000670
000680 01  WS-ARCHIVO-REPORTE           PIC X(20) VALUE "RUNTEND".
000690
000700 01  WS-SWITCHES.
000710     05  WS-FIN-HISTORIA          PIC X(01) VALUE "N".
000720         88  FIN-DE-HISTORIA              VALUE "S".
000730     05  WS-PROGRAMA-HALLADO      PIC X(01) VALUE "N".
000740         88  PROGRAMA-HALLADO             VALUE "S".
000750
000760 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
000770 01  WS-RETORNO                   PIC 9(02) VALUE ZERO.
000780
000790*  Parametros de SYSPARM, con su valor por omision.
000800 01  WS-CORRIDAS                  PIC 9(02) VALUE 10.
000810 01  WS-UMBRAL-PCT                PIC 9(03) VALUE 150.
000820 01  WS-VENTANA-MIN               PIC 9(04) VALUE 240.
000830 01  WS-CRECE-PCT                 PIC 9(03) VALUE 5.
000840
000850*  Una corrida se marca solo si ademas excede su promedio en
000860*  este minimo de segundos: evita marcar pasos de segundos.
000870 01  WS-MINIMO-EXCESO             PIC 9(05) COMP VALUE 60.
000880
000890*  Pasos de ESCBATCH que llaman a RUNGUARD, en orden.
000900 01  WS-STREAM-NOCTURNO.
000910     05  FILLER                   PIC X(08) VALUE "ESCUNLD ".
000920     05  FILLER                   PIC X(08) VALUE "ESCEDITA".
000930     05  FILLER                   PIC X(08) VALUE "ESCCARGA".
000940     05  FILLER                   PIC X(08) VALUE "ESCRECAL".
000950 01  WS-STREAM-RED REDEFINES WS-STREAM-NOCTURNO.
000960     05  WS-STREAM-PASO           PIC X(08) OCCURS 4 TIMES.
000970 01  WS-TOTAL-STREAM              PIC 9(02) COMP VALUE 4.
000980
000990*  Pasos de ESCBATCH sin guardia: no dejan RUNHIST y no
001000*  entran en la suma.
001010 01  WS-STREAM-SIN-GUARDIA.
001020     05  FILLER                   PIC X(08) VALUE "ESCCUPOS".
001030     05  FILLER                   PIC X(08) VALUE "ESCACTIV".
001040     05  FILLER                   PIC X(08) VALUE "ESCREPT ".
001050     05  FILLER                   PIC X(08) VALUE "LECTDELT".
001060     05  FILLER                   PIC X(08) VALUE "PORTEXTR".
001070     05  FILLER                   PIC X(08) VALUE "AUDVERIF".
001080 01  WS-SIN-GUARDIA-RED REDEFINES WS-STREAM-SIN-GUARDIA.
001090     05  WS-SIN-GUARDIA-PASO      PIC X(08) OCCURS 6 TIMES.
001100 01  WS-TOTAL-SIN-GUARDIA         PIC 9(02) COMP VALUE 6.
001110
001120*  Ultimas corridas terminadas de cada programa, en anillo:
001130*  WS-PRG-ULTIMA apunta a la mas reciente.
001140 01  WS-TOTAL-PROGRAMAS           PIC 9(02) COMP VALUE ZERO.
001150 01  WS-TABLA-PROGRAMAS.
001160     05  WS-PRG                   OCCURS 20 TIMES.
001170         10  WS-PRG-NOMBRE        PIC X(08).
001180         10  WS-PRG-INICIOS       PIC 9(05) COMP.
001190         10  WS-PRG-FINES         PIC 9(05) COMP.
001200         10  WS-PRG-ULTIMA        PIC 9(02) COMP.
001210         10  WS-PRG-CUENTA        PIC 9(02) COMP.
001220         10  WS-PRG-PROMEDIO      PIC 9(07) COMP.
001230         10  WS-PRG-PROM-REG      PIC 9(09) COMP.
001240         10  WS-PRG-CORRIDA       OCCURS 30 TIMES.
001250             15  WS-COR-FECHA     PIC 9(08).
001260             15  WS-COR-HORA      PIC 9(06).
001270             15  WS-COR-SEGUNDOS  PIC 9(07).
001280             15  WS-COR-REGISTROS PIC 9(09).
001290             15  WS-COR-RC        PIC 9(02).
001300             15  WS-COR-FORZADO   PIC X(01).
001310
001320 01  WS-IDX-PRG                   PIC 9(02) COMP.
001330 01  WS-IDX-COR                   PIC 9(02) COMP.
001340 01  WS-IDX-STREAM                PIC 9(02) COMP.
001350 01  WS-IDX-ANO                   PIC 9(02) COMP.
001360 01  WS-ANO-TEXTO                 PIC 9(01).
001370 01  WS-POSICION                  PIC S9(03) COMP.
001380
001390 01  WS-CALCULOS.
001400     05  WS-SUMA-SEGUNDOS         PIC 9(09) COMP VALUE ZERO.
001410     05  WS-SUMA-REGISTROS        PIC 9(11) COMP VALUE ZERO.
001420     05  WS-LIMITE-SEGUNDOS       PIC 9(09) COMP VALUE ZERO.
001430     05  WS-SIN-CIERRE            PIC 9(05) COMP VALUE ZERO.
001440     05  WS-STREAM-SEGUNDOS       PIC 9(09) COMP VALUE ZERO.
001450     05  WS-PROYECTADO            PIC 9(09)V99 VALUE ZERO.
001460     05  WS-MINUTOS               PIC 9(07) COMP VALUE ZERO.
001470     05  WS-SEGS                  PIC 9(02) VALUE ZERO.
001480
001490 01  WS-CONTADORES.
001500     05  WS-TOT-RENGLONES         PIC 9(07) COMP VALUE ZERO.
001510     05  WS-TOT-MARCADAS          PIC 9(05) COMP VALUE ZERO.
001520     05  WS-TOT-SIN-CIERRE        PIC 9(05) COMP VALUE ZERO.
001530     05  WS-TOT-DESCARTADOS       PIC 9(05) COMP VALUE ZERO.
001540
001550 01  WS-LINEA-TITULO.
001560     05  FILLER                   PIC X(45) VALUE
001570         "RUNTEND - TENDENCIA DE LAS CORRIDAS BATCH    ".
001580     05  RPT-FECHA                PIC 9(08).
001590     05  FILLER                   PIC X(27) VALUE SPACES.
001600
001610 01  WS-LINEA-PARAMETROS.
001620     05  FILLER                   PIC X(08) VALUE "ULTIMAS ".
001630     05  RPT-PAR-CORRIDAS         PIC Z9.
001640     05  FILLER                   PIC X(20) VALUE
001650         " CORRIDAS.  UMBRAL: ".
001660     05  RPT-PAR-UMBRAL           PIC ZZ9.
001670     05  FILLER                   PIC X(47) VALUE
001680         "% DEL PROMEDIO".
001690
001700 01  WS-LINEA-PROGRAMA.
001710     05  FILLER                   PIC X(09) VALUE "PROGRAMA ".
001720     05  RPT-PROGRAMA             PIC X(08).
001730     05  FILLER                   PIC X(11) VALUE
001740         "  INICIOS: ".
001750     05  RPT-INICIOS              PIC ZZ,ZZ9.
001760     05  FILLER                   PIC X(14) VALUE
001770         "  SIN CIERRE: ".
001780     05  RPT-SIN-CIERRE           PIC ZZ,ZZ9.
001790     05  FILLER                   PIC X(26) VALUE SPACES.
001800
001810 01  WS-LINEA-ENCABEZADO.
001820     05  FILLER                   PIC X(54) VALUE
001830         "FECHA    INICIO  TIEMPO     REGISTROS  RC  OBSERVACION".
001840     05  FILLER                   PIC X(26) VALUE SPACES.
001850
001860 01  WS-LINEA-DETALLE.
001870     05  RPT-COR-FECHA            PIC 9(08).
001880     05  FILLER                   PIC X(01) VALUE SPACE.
001890     05  RPT-COR-HORA             PIC 9(06).
001900     05  FILLER                   PIC X(02) VALUE SPACES.
001910     05  RPT-COR-MINUTOS          PIC ZZZ9.
001920     05  FILLER                   PIC X(01) VALUE ":".
001930     05  RPT-COR-SEGS             PIC 9(02).
001940     05  FILLER                   PIC X(02) VALUE SPACES.
001950     05  RPT-COR-REGISTROS        PIC ZZZ,ZZZ,ZZ9.
001960     05  FILLER                   PIC X(02) VALUE SPACES.
001970     05  RPT-COR-RC               PIC Z9.
001980     05  FILLER                   PIC X(02) VALUE SPACES.
001990     05  RPT-COR-OBSERVACION      PIC X(20).
002000     05  FILLER                   PIC X(17) VALUE SPACES.
002010
002020 01  WS-LINEA-PROMEDIO.
002030     05  FILLER                   PIC X(17) VALUE
002040         "PROMEDIO".
002050     05  RPT-PRO-MINUTOS          PIC ZZZ9.
002060     05  FILLER                   PIC X(01) VALUE ":".
002070     05  RPT-PRO-SEGS             PIC 9(02).
002080     05  FILLER                   PIC X(02) VALUE SPACES.
002090     05  RPT-PRO-REGISTROS        PIC ZZZ,ZZZ,ZZ9.
002100     05  FILLER                   PIC X(43) VALUE SPACES.
002110
002120 01  WS-LINEA-SECCION             PIC X(80).
002130
002140 01  WS-LINEA-PROYECCION.
002150     05  RPT-PRY-TEXTO            PIC X(40).
002160     05  RPT-PRY-MINUTOS          PIC ZZ,ZZ9.
002170     05  FILLER                   PIC X(01) VALUE SPACE.
002180     05  RPT-PRY-NOTA             PIC X(33).
002190
002200 01  WS-LINEA-TOTAL.
002210     05  RPT-TOT-TEXTO            PIC X(40).
002220     05  RPT-TOT-CANTIDAD         PIC ZZ,ZZ9.
002230     05  FILLER                   PIC X(34) VALUE SPACES.
002240
002250 COPY ERRPARM.
002260
002270 COPY RPTGPARM.
002280
002290 COPY PARMPARM.
002300
002310 PROCEDURE DIVISION.
002320 0000-MAINLINE.
002330     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002340     PERFORM 2000-LEER-HISTORIA THRU 2000-EXIT
002350         UNTIL FIN-DE-HISTORIA.
002360     PERFORM 3000-REPORTAR-PROGRAMA THRU 3000-EXIT
002370         VARYING WS-IDX-PRG FROM 1 BY 1
002380         UNTIL WS-IDX-PRG > WS-TOTAL-PROGRAMAS.
002390     PERFORM 4000-PROYECTAR-STREAM THRU 4000-EXIT.
002400     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002410     STOP RUN.
002420
002430*----------------------------------------------------------*
002440*  1000-INICIALIZAR - Lee los parametros, abre RUNHIST y el  *
002450*  reporte.  Sin RUNHIST no hay tendencia que mostrar.       *
002460*----------------------------------------------------------*
002470 1000-INICIALIZAR.
002480     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
002490     PERFORM 1100-LEER-PARAMETROS THRU 1100-EXIT.
002500
002510     OPEN INPUT HISTORIA-FILE.
002520     IF WS-HIS-NO-EXISTE
002530         DISPLAY "RUNTEND - SIN RUNHIST, NADA QUE REPORTAR"
002540         STOP RUN
002550     END-IF.
002560     IF NOT WS-HIS-OK
002570         MOVE "RUNTEND"          TO ERRHAND-PROGRAMA
002580         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
002590         MOVE WS-HIS-STATUS      TO ERRHAND-FILE-STATUS
002600         SET ERRHAND-FATAL TO TRUE
002610         MOVE "ERROR AL ABRIR RUNHIST" TO ERRHAND-MENSAJE
002620         CALL "ERRHAND" USING ERRHAND-PARM
002630         MOVE 8 TO RETURN-CODE
002640         STOP RUN
002650     END-IF.
002660
002670     MOVE "RUNTEND" TO RPTGEN-REPORTE.
002680     CALL "RPTGEN" USING RPTGEN-PARM.
002690     MOVE RPTGEN-ARCHIVO TO WS-ARCHIVO-REPORTE.
002700     OPEN OUTPUT REPORTE-FILE.
002710     MOVE WS-FECHA-HOY TO RPT-FECHA.
002720     WRITE REPORTE-LINEA FROM WS-LINEA-TITULO.
002730     MOVE WS-CORRIDAS   TO RPT-PAR-CORRIDAS.
002740     MOVE WS-UMBRAL-PCT TO RPT-PAR-UMBRAL.
002750     WRITE REPORTE-LINEA FROM WS-LINEA-PARAMETROS.
002760 1000-EXIT.
002770     EXIT.
002780
002790*----------------------------------------------------------*
002800*  1100-LEER-PARAMETROS - Ventana de corridas, umbral,       *
002810*  ventana batch y crecimiento de matricula en SYSPARM.      *
002820*----------------------------------------------------------*
002830 1100-LEER-PARAMETROS.
002840     MOVE "TEND-CORRIDAS" TO PARMLKP-CLAVE.
002850     CALL "PARMLKP" USING PARMLKP-PARM.
002860     IF PARMLKP-ENCONTRADO
002870        AND PARMLKP-VALOR IS NUMERIC
002880         MOVE PARMLKP-VALOR TO WS-CORRIDAS
002890     END-IF.
002900     IF WS-CORRIDAS < 2 OR WS-CORRIDAS > 30
002910         MOVE 10 TO WS-CORRIDAS
002920     END-IF.
002930
002940     MOVE "TEND-UMBRAL-PCT" TO PARMLKP-CLAVE.
002950     CALL "PARMLKP" USING PARMLKP-PARM.
002960     IF PARMLKP-ENCONTRADO
002970        AND PARMLKP-VALOR IS NUMERIC
002980         MOVE PARMLKP-VALOR TO WS-UMBRAL-PCT
002990     END-IF.
003000     IF WS-UMBRAL-PCT NOT > 100
003010         MOVE 150 TO WS-UMBRAL-PCT
003020     END-IF.
003030
003040     MOVE "TEND-VENTANA-MIN" TO PARMLKP-CLAVE.
003050     CALL "PARMLKP" USING PARMLKP-PARM.
003060     IF PARMLKP-ENCONTRADO
003070        AND PARMLKP-VALOR IS NUMERIC
003080         MOVE PARMLKP-VALOR TO WS-VENTANA-MIN
003090     END-IF.
003100     IF WS-VENTANA-MIN = ZERO
003110         MOVE 240 TO WS-VENTANA-MIN
003120     END-IF.
003130
003140     MOVE "TEND-CRECE-PCT" TO PARMLKP-CLAVE.
003150     CALL "PARMLKP" USING PARMLKP-PARM.
003160     IF PARMLKP-ENCONTRADO
003170        AND PARMLKP-VALOR IS NUMERIC
003180         MOVE PARMLKP-VALOR TO WS-CRECE-PCT
003190     END-IF.
003200 1100-EXIT.
003210     EXIT.
003220
003230*----------------------------------------------------------*
003240*  2000-LEER-HISTORIA - Un renglon de RUNHIST.  El inicio    *
003250*  solo se cuenta; el fin entra al anillo del programa y     *
003260*  desplaza a la corrida mas vieja cuando esta lleno.        *
003270*----------------------------------------------------------*
003280 2000-LEER-HISTORIA.
003290     READ HISTORIA-FILE
003300         AT END
003310             SET FIN-DE-HISTORIA TO TRUE
003320             GO TO 2000-EXIT
003330     END-READ.
003340     ADD 1 TO WS-TOT-RENGLONES.
003350     PERFORM 2100-BUSCAR-PROGRAMA THRU 2100-EXIT.
003360     IF NOT PROGRAMA-HALLADO
003370         ADD 1 TO WS-TOT-DESCARTADOS
003380         GO TO 2000-EXIT
003390     END-IF.
003400
003410     IF RUNH-INICIO
003420         ADD 1 TO WS-PRG-INICIOS (WS-IDX-PRG)
003430         GO TO 2000-EXIT
003440     END-IF.
003450     IF NOT RUNH-FIN
003460         ADD 1 TO WS-TOT-DESCARTADOS
003470         GO TO 2000-EXIT
003480     END-IF.
003490
003500     ADD 1 TO WS-PRG-FINES (WS-IDX-PRG).
003510     ADD 1 TO WS-PRG-ULTIMA (WS-IDX-PRG).
003520     IF WS-PRG-ULTIMA (WS-IDX-PRG) > WS-CORRIDAS
003530         MOVE 1 TO WS-PRG-ULTIMA (WS-IDX-PRG)
003540     END-IF.
003550     IF WS-PRG-CUENTA (WS-IDX-PRG) < WS-CORRIDAS
003560         ADD 1 TO WS-PRG-CUENTA (WS-IDX-PRG)
003570     END-IF.
003580     MOVE WS-PRG-ULTIMA (WS-IDX-PRG) TO WS-IDX-COR.
003590     MOVE RUNH-FECHA-INICIO
003600         TO WS-COR-FECHA (WS-IDX-PRG, WS-IDX-COR).
003610     MOVE RUNH-HORA-INICIO
003620         TO WS-COR-HORA (WS-IDX-PRG, WS-IDX-COR).
003630     MOVE RUNH-SEGUNDOS
003640         TO WS-COR-SEGUNDOS (WS-IDX-PRG, WS-IDX-COR).
003650     MOVE RUNH-REGISTROS
003660         TO WS-COR-REGISTROS (WS-IDX-PRG, WS-IDX-COR).
003670     MOVE RUNH-RC
003680         TO WS-COR-RC (WS-IDX-PRG, WS-IDX-COR).
003690     MOVE RUNH-FORZADO
003700         TO WS-COR-FORZADO (WS-IDX-PRG, WS-IDX-COR).
003710 2000-EXIT.
003720     EXIT.
003730
003740*----------------------------------------------------------*
003750*  2100-BUSCAR-PROGRAMA - Deja WS-IDX-PRG en el programa     *
003760*  del renglon; el programa nuevo se agrega a la tabla.      *
003770*----------------------------------------------------------*
003780 2100-BUSCAR-PROGRAMA.
003790     MOVE "N" TO WS-PROGRAMA-HALLADO.
003800     PERFORM 2110-COMPARAR-PROGRAMA THRU 2110-EXIT
003810         VARYING WS-IDX-PRG FROM 1 BY 1
003820         UNTIL WS-IDX-PRG > WS-TOTAL-PROGRAMAS
003830            OR PROGRAMA-HALLADO.
003840     IF PROGRAMA-HALLADO
003850         SUBTRACT 1 FROM WS-IDX-PRG
003860         GO TO 2100-EXIT
003870     END-IF.
003880     IF WS-TOTAL-PROGRAMAS NOT < 20
003890         GO TO 2100-EXIT
003900     END-IF.
003910     ADD 1 TO WS-TOTAL-PROGRAMAS.
003920     MOVE WS-TOTAL-PROGRAMAS TO WS-IDX-PRG.
003930     MOVE RUNH-PROGRAMA TO WS-PRG-NOMBRE (WS-IDX-PRG).
003940     MOVE ZERO TO WS-PRG-INICIOS (WS-IDX-PRG).
003950     MOVE ZERO TO WS-PRG-FINES (WS-IDX-PRG).
003960     MOVE ZERO TO WS-PRG-ULTIMA (WS-IDX-PRG).
003970     MOVE ZERO TO WS-PRG-CUENTA (WS-IDX-PRG).
003980     MOVE ZERO TO WS-PRG-PROMEDIO (WS-IDX-PRG).
003990     MOVE ZERO TO WS-PRG-PROM-REG (WS-IDX-PRG).
004000     SET PROGRAMA-HALLADO TO TRUE.
004010 2100-EXIT.
004020     EXIT.
004030
004040 2110-COMPARAR-PROGRAMA.
004050     IF WS-PRG-NOMBRE (WS-IDX-PRG) = RUNH-PROGRAMA
004060         SET PROGRAMA-HALLADO TO TRUE
004070     END-IF.
004080 2110-EXIT.
004090     EXIT.
004100
004110*----------------------------------------------------------*
004120*  3000-REPORTAR-PROGRAMA - Promedio de la ventana y las     *
004130*  corridas de la mas vieja a la mas reciente.               *
004140*----------------------------------------------------------*
004150 3000-REPORTAR-PROGRAMA.
004160     MOVE SPACES TO REPORTE-LINEA.
004170     WRITE REPORTE-LINEA.
004180     MOVE ZERO TO WS-SIN-CIERRE.
004190     IF WS-PRG-INICIOS (WS-IDX-PRG) > WS-PRG-FINES (WS-IDX-PRG)
004200         COMPUTE WS-SIN-CIERRE = WS-PRG-INICIOS (WS-IDX-PRG)
004210                               - WS-PRG-FINES (WS-IDX-PRG)
004220         ADD WS-SIN-CIERRE TO WS-TOT-SIN-CIERRE
004230     END-IF.
004240     MOVE WS-PRG-NOMBRE (WS-IDX-PRG)  TO RPT-PROGRAMA.
004250     MOVE WS-PRG-INICIOS (WS-IDX-PRG) TO RPT-INICIOS.
004260     MOVE WS-SIN-CIERRE               TO RPT-SIN-CIERRE.
004270     WRITE REPORTE-LINEA FROM WS-LINEA-PROGRAMA.
004280     IF WS-PRG-CUENTA (WS-IDX-PRG) = ZERO
004290         MOVE "     (SIN CORRIDAS TERMINADAS)"
004300             TO WS-LINEA-SECCION
004310         WRITE REPORTE-LINEA FROM WS-LINEA-SECCION
004320         GO TO 3000-EXIT
004330     END-IF.
004340     WRITE REPORTE-LINEA FROM WS-LINEA-ENCABEZADO.
004350
004360     MOVE ZERO TO WS-SUMA-SEGUNDOS.
004370     MOVE ZERO TO WS-SUMA-REGISTROS.
004380     PERFORM 3100-SUMAR-CORRIDA THRU 3100-EXIT
004390         VARYING WS-IDX-COR FROM 1 BY 1
004400         UNTIL WS-IDX-COR > WS-PRG-CUENTA (WS-IDX-PRG).
004410     COMPUTE WS-PRG-PROMEDIO (WS-IDX-PRG) ROUNDED =
004420         WS-SUMA-SEGUNDOS / WS-PRG-CUENTA (WS-IDX-PRG).
004430     COMPUTE WS-PRG-PROM-REG (WS-IDX-PRG) ROUNDED =
004440         WS-SUMA-REGISTROS / WS-PRG-CUENTA (WS-IDX-PRG).
004450     COMPUTE WS-LIMITE-SEGUNDOS =
004460         WS-PRG-PROMEDIO (WS-IDX-PRG) * WS-UMBRAL-PCT / 100.
004470     IF WS-LIMITE-SEGUNDOS <
004480        WS-PRG-PROMEDIO (WS-IDX-PRG) + WS-MINIMO-EXCESO
004490         COMPUTE WS-LIMITE-SEGUNDOS =
004500             WS-PRG-PROMEDIO (WS-IDX-PRG) + WS-MINIMO-EXCESO
004510     END-IF.
004520
004530     PERFORM 3200-LISTAR-CORRIDA THRU 3200-EXIT
004540         VARYING WS-IDX-COR FROM 1 BY 1
004550         UNTIL WS-IDX-COR > WS-PRG-CUENTA (WS-IDX-PRG).
004560
004570     DIVIDE WS-PRG-PROMEDIO (WS-IDX-PRG) BY 60
004580         GIVING WS-MINUTOS REMAINDER WS-SEGS.
004590     MOVE WS-MINUTOS TO RPT-PRO-MINUTOS.
004600     MOVE WS-SEGS    TO RPT-PRO-SEGS.
004610     MOVE WS-PRG-PROM-REG (WS-IDX-PRG) TO RPT-PRO-REGISTROS.
004620     WRITE REPORTE-LINEA FROM WS-LINEA-PROMEDIO.
004630 3000-EXIT.
004640     EXIT.
004650
004660 3100-SUMAR-CORRIDA.
004670     ADD WS-COR-SEGUNDOS (WS-IDX-PRG, WS-IDX-COR)
004680         TO WS-SUMA-SEGUNDOS.
004690     ADD WS-COR-REGISTROS (WS-IDX-PRG, WS-IDX-COR)
004700         TO WS-SUMA-REGISTROS.
004710 3100-EXIT.
004720     EXIT.
004730
004740*----------------------------------------------------------*
004750*  3200-LISTAR-CORRIDA - La k-esima corrida de la ventana,   *
004760*  contando desde la mas vieja del anillo.                   *
004770*----------------------------------------------------------*
004780 3200-LISTAR-CORRIDA.
004790     COMPUTE WS-POSICION = WS-PRG-ULTIMA (WS-IDX-PRG)
004800                         - WS-PRG-CUENTA (WS-IDX-PRG)
004810                         + WS-IDX-COR.
004820     IF WS-POSICION < 1
004830         ADD WS-CORRIDAS TO WS-POSICION
004840     END-IF.
004850     MOVE WS-COR-FECHA (WS-IDX-PRG, WS-POSICION)
004860         TO RPT-COR-FECHA.
004870     MOVE WS-COR-HORA (WS-IDX-PRG, WS-POSICION)
004880         TO RPT-COR-HORA.
004890     DIVIDE WS-COR-SEGUNDOS (WS-IDX-PRG, WS-POSICION) BY 60
004900         GIVING WS-MINUTOS REMAINDER WS-SEGS.
004910     MOVE WS-MINUTOS TO RPT-COR-MINUTOS.
004920     MOVE WS-SEGS    TO RPT-COR-SEGS.
004930     MOVE WS-COR-REGISTROS (WS-IDX-PRG, WS-POSICION)
004940         TO RPT-COR-REGISTROS.
004950     MOVE WS-COR-RC (WS-IDX-PRG, WS-POSICION) TO RPT-COR-RC.
004960     MOVE SPACES TO RPT-COR-OBSERVACION.
004970     IF WS-COR-FORZADO (WS-IDX-PRG, WS-POSICION) = "S"
004980         MOVE "FORZADA" TO RPT-COR-OBSERVACION
004990     END-IF.
005000     IF WS-COR-SEGUNDOS (WS-IDX-PRG, WS-POSICION)
005010        > WS-LIMITE-SEGUNDOS
005020         MOVE "** SOBRE PROMEDIO" TO RPT-COR-OBSERVACION
005030         ADD 1 TO WS-TOT-MARCADAS
005040     END-IF.
005050     WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE.
005060 3200-EXIT.
005070     EXIT.
005080
005090*----------------------------------------------------------*
005100*  4000-PROYECTAR-STREAM - Suma el promedio de los pasos     *
005110*  con guardia del stream nocturno, lista los que no se      *
005120*  miden y hace crecer la suma con la matricula, ano por     *
005130*  ano.  Es un minimo: solo se marca si ya no cabe.          *
005140*----------------------------------------------------------*
005150 4000-PROYECTAR-STREAM.
005160     MOVE SPACES TO REPORTE-LINEA.
005170     WRITE REPORTE-LINEA.
005180     MOVE "PROYECCION PARCIAL DEL STREAM ESCBATCH (MINUTOS)"
005190         TO WS-LINEA-SECCION.
005200     WRITE REPORTE-LINEA FROM WS-LINEA-SECCION.
005210     MOVE ZERO TO WS-STREAM-SEGUNDOS.
005220     PERFORM 4100-SUMAR-PASO THRU 4100-EXIT
005230         VARYING WS-IDX-STREAM FROM 1 BY 1
005240         UNTIL WS-IDX-STREAM > WS-TOTAL-STREAM.
005250     PERFORM 4150-LISTAR-SIN-GUARDIA THRU 4150-EXIT
005260         VARYING WS-IDX-STREAM FROM 1 BY 1
005270         UNTIL WS-IDX-STREAM > WS-TOTAL-SIN-GUARDIA.
005280
005290     MOVE "VENTANA BATCH DISPONIBLE" TO RPT-PRY-TEXTO.
005300     MOVE WS-VENTANA-MIN TO RPT-PRY-MINUTOS.
005310     MOVE SPACES TO RPT-PRY-NOTA.
005320     WRITE REPORTE-LINEA FROM WS-LINEA-PROYECCION.
005330
005340     MOVE WS-STREAM-SEGUNDOS TO WS-PROYECTADO.
005350     MOVE "PARCIAL (PASOS CON GUARDIA), HOY" TO RPT-PRY-TEXTO.
005360     PERFORM 4200-COMPARAR-VENTANA THRU 4200-EXIT.
005370     PERFORM 4300-PROYECTAR-ANO THRU 4300-EXIT
005380         VARYING WS-IDX-ANO FROM 1 BY 1
005390         UNTIL WS-IDX-ANO > 3.
005400 4000-EXIT.
005410     EXIT.
005420
005430 4100-SUMAR-PASO.
005440     MOVE WS-STREAM-PASO (WS-IDX-STREAM) TO RUNH-PROGRAMA.
005450     MOVE "N" TO WS-PROGRAMA-HALLADO.
005460     PERFORM 2110-COMPARAR-PROGRAMA THRU 2110-EXIT
005470         VARYING WS-IDX-PRG FROM 1 BY 1
005480         UNTIL WS-IDX-PRG > WS-TOTAL-PROGRAMAS
005490            OR PROGRAMA-HALLADO.
005500     MOVE SPACES TO RPT-PRY-TEXTO.
005510     STRING "  PASO " WS-STREAM-PASO (WS-IDX-STREAM)
005520         DELIMITED BY SIZE INTO RPT-PRY-TEXTO.
005530     MOVE ZERO TO RPT-PRY-MINUTOS.
005540     MOVE SPACES TO RPT-PRY-NOTA.
005550     IF NOT PROGRAMA-HALLADO
005560         MOVE "SIN HISTORIA EN RUNHIST" TO RPT-PRY-NOTA
005570     ELSE
005580         SUBTRACT 1 FROM WS-IDX-PRG
005590         IF WS-PRG-CUENTA (WS-IDX-PRG) = ZERO
005600             MOVE "SIN CORRIDAS TERMINADAS" TO RPT-PRY-NOTA
005610         ELSE
005620             ADD WS-PRG-PROMEDIO (WS-IDX-PRG)
005630                 TO WS-STREAM-SEGUNDOS
005640             COMPUTE RPT-PRY-MINUTOS ROUNDED =
005650                 WS-PRG-PROMEDIO (WS-IDX-PRG) / 60
005660         END-IF
005670     END-IF.
005680     WRITE REPORTE-LINEA FROM WS-LINEA-PROYECCION.
005690 4100-EXIT.
005700     EXIT.
005710
005720 4150-LISTAR-SIN-GUARDIA.
005730     MOVE SPACES TO RPT-PRY-TEXTO.
005740     STRING "  PASO " WS-SIN-GUARDIA-PASO (WS-IDX-STREAM)
005750         DELIMITED BY SIZE INTO RPT-PRY-TEXTO.
005760     MOVE ZERO TO RPT-PRY-MINUTOS.
005770     MOVE "SIN GUARDIA, NO SE MIDE" TO RPT-PRY-NOTA.
005780     WRITE REPORTE-LINEA FROM WS-LINEA-PROYECCION.
005790 4150-EXIT.
005800     EXIT.
005810
005820*----------------------------------------------------------*
005830*  4200-COMPARAR-VENTANA - Imprime WS-PROYECTADO (segundos)  *
005840*  en minutos.  Como es un minimo del stream, solo se        *
005850*  concluye cuando ya excede la ventana.                     *
005860*----------------------------------------------------------*
005870 4200-COMPARAR-VENTANA.
005880     COMPUTE WS-MINUTOS ROUNDED = WS-PROYECTADO / 60.
005890     MOVE WS-MINUTOS TO RPT-PRY-MINUTOS.
005900     IF WS-MINUTOS > WS-VENTANA-MIN
005910         MOVE "** NO CABE NI SIN LOS NO MEDIDOS" TO RPT-PRY-NOTA
005920         MOVE 4 TO WS-RETORNO
005930     ELSE
005940         MOVE "PARCIAL: FALTAN PASOS NO MEDIDOS" TO RPT-PRY-NOTA
005950     END-IF.
005960     WRITE REPORTE-LINEA FROM WS-LINEA-PROYECCION.
005970 4200-EXIT.
005980     EXIT.
005990
006000 4300-PROYECTAR-ANO.
006010     COMPUTE WS-PROYECTADO ROUNDED =
006020         WS-PROYECTADO + (WS-PROYECTADO * WS-CRECE-PCT / 100).
006030     MOVE SPACES TO RPT-PRY-TEXTO.
006040     MOVE WS-IDX-ANO TO WS-ANO-TEXTO.
006050     STRING "PROYECTADO A " WS-ANO-TEXTO " ANO(S), +"
006060         WS-CRECE-PCT "% ANUAL"
006070         DELIMITED BY SIZE INTO RPT-PRY-TEXTO.
006080     PERFORM 4200-COMPARAR-VENTANA THRU 4200-EXIT.
006090 4300-EXIT.
006100     EXIT.
006110
006120*----------------------------------------------------------*
006130*  9000-FINALIZAR - Totales y cierre                         *
006140*----------------------------------------------------------*
006150 9000-FINALIZAR.
006160     MOVE SPACES TO REPORTE-LINEA.
006170     WRITE REPORTE-LINEA.
006180     MOVE "RENGLONES LEIDOS EN RUNHIST" TO RPT-TOT-TEXTO.
006190     MOVE WS-TOT-RENGLONES TO RPT-TOT-CANTIDAD.
006200     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
006210     MOVE "PROGRAMAS CON HISTORIA" TO RPT-TOT-TEXTO.
006220     MOVE WS-TOTAL-PROGRAMAS TO RPT-TOT-CANTIDAD.
006230     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
006240     MOVE "CORRIDAS SOBRE EL PROMEDIO" TO RPT-TOT-TEXTO.
006250     MOVE WS-TOT-MARCADAS TO RPT-TOT-CANTIDAD.
006260     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
006270     MOVE "INICIOS SIN CIERRE (ABENDS)" TO RPT-TOT-TEXTO.
006280     MOVE WS-TOT-SIN-CIERRE TO RPT-TOT-CANTIDAD.
006290     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
006300     MOVE "RENGLONES DESCARTADOS" TO RPT-TOT-TEXTO.
006310     MOVE WS-TOT-DESCARTADOS TO RPT-TOT-CANTIDAD.
006320     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
006330
006340     CLOSE HISTORIA-FILE.
006350     CLOSE REPORTE-FILE.
006360
006370     DISPLAY "RUNTEND - CORRIDAS SOBRE EL PROMEDIO: "
006380         WS-TOT-MARCADAS.
006390     DISPLAY "REPORTE: " WS-ARCHIVO-REPORTE.
006400     IF WS-TOT-MARCADAS > ZERO AND WS-RETORNO < 4
006410         MOVE 4 TO WS-RETORNO
006420     END-IF.
006430     MOVE WS-RETORNO TO RETURN-CODE.
006440 9000-EXIT.
006450     EXIT.

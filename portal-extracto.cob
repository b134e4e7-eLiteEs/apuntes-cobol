000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  PORTEXTR                                    *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Extracto nocturno para el portal de padres (job ESCBATCH).*
000090*  Por cada cuenta de tutor en CLIMAST: saldo y movimientos  *
000100*  recientes de CLIMHIDX (desde el dia primero del mes       *
000110*  anterior); por cada estudiante activo ligado a la cuenta  *
000120*  (ESTUDIANTE-TUTOR = CLIENTE-NOMBRE): promedio, las notas  *
000130*  del periodo actual de NOTASIDX, la asistencia del mes de  *
000140*  ASISIDX y las ausencias que aun pueden justificarse       *
000150*  (ventana DIAS-JUSTIFICA de SYSPARM, como ESCASIST).  El   *
000160*  archivo PORTEXT es de renglones fijos con cabecera y cola *
000170*  para el proveedor del portal.                             *
000180*  La primera corrida es carga completa; las siguientes,     *
000190*  como LECTDELT, mandan solo lo que cambio desde la ultima  *
000200*  corrida buena (control PORTCTL): estudiantes con renglon  *
000210*  en ESCAUDIT o NOTAAUD, cuentas con renglon en CLIAUDIT o  *
000220*  movimiento en CLIMHIDX, y estudiantes con asistencia      *
000230*  dentro de la ventana de justificacion.  Con SYSIN C, al   *
000240*  cambiar el mes o el periodo, sin un rastro o con          *
000250*  demasiada actividad se hace carga completa (cabecera C:   *
000260*  el portal reemplaza todo).  Las cuentas con               *
000270*  CLIENTE-PORTAL en N nunca salen con datos: en una carga   *
000280*  incremental solo va la baja de la cuenta y de sus         *
000290*  estudiantes para que el portal los retire.                *
000300*----------------------------------------------------------*
000310*  MODIFICATIONS.
000320*  2026-10-15 JFV  Creacion inicial.
000330*  2026-10-15 JFV  Los rastros se comparan solo por fecha
000340*                  (el dia de la ultima corrida se vuelve a
000350*                  mandar); la hora se toma de TIME en 9(08).
000360*----------------------------------------------------------*
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. PORTEXTR.
000390 AUTHOR. J. FIGUEROA VEGA.
000400 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000410 DATE-WRITTEN. 2026-10-15.
000420 DATE-COMPILED.
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT RASTRO-FILE ASSIGN TO WS-ARCHIVO-RASTRO
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-RAS-STATUS.
000500
000510     SELECT ESTUDIANTE-FILE ASSIGN TO "ESTUDIDX"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS ESTUDIANTE-IDEN
000550         ALTERNATE RECORD KEY IS ESTUDIANTE-NOMBRE
000560             WITH DUPLICATES
000570         FILE STATUS IS WS-STU-STATUS.
000580
000590     SELECT CLIENTE-FILE ASSIGN TO "CLIMAST"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS CLIENTE-NUMERO
000630         ALTERNATE RECORD KEY IS CLIENTE-NOMBRE
000640             WITH DUPLICATES
000650         FILE STATUS IS WS-CLI-STATUS.
000660
000670     SELECT NOTAS-FILE ASSIGN TO "NOTASIDX"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS NOTA-CLAVE
000710         FILE STATUS IS WS-NOT-STATUS.
000720
000730     SELECT ASISTENCIA-FILE ASSIGN TO "ASISIDX"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS ASIS-CLAVE
000770         FILE STATUS IS WS-ASI-STATUS.
000780
000790     SELECT HISTORIAL-FILE ASSIGN TO "CLIMHIDX"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS MOVH-CLAVE
000830         FILE STATUS IS WS-HIS-STATUS.
000840
000850     SELECT WORK-FILE ASSIGN TO "PORTWORK"
000860         ORGANIZATION IS SEQUENTIAL.
000870
000880     SELECT PORTAL-FILE ASSIGN TO "PORTEXT"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-POR-STATUS.
000910
000920     SELECT CONTROL-FILE ASSIGN TO "PORTCTL"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-CTL-STATUS.
000950
000960 DATA DIVISION.
000970 FILE SECTION.
000980*  ESCAUDIT y NOTAAUD (layout AUDREC) y CLIAUDIT, que trae el
000990*  nombre de la cuenta donde AUDREC trae el IDEN.
001000 FD  RASTRO-FILE.
001010     COPY AUDREC.
001020 01  RASTRO-CLI-REC.
001030     05  RCLI-FECHA               PIC 9(08).
001040     05  FILLER                   PIC X(01).
001050     05  RCLI-HORA                PIC 9(06).
001060     05  FILLER                   PIC X(01).
001070     05  RCLI-OPERADOR            PIC X(20).
001080     05  FILLER                   PIC X(01).
001090     05  RCLI-CLIENTE             PIC X(20).
001100
001110 FD  ESTUDIANTE-FILE.
001120     COPY ESTUD.
001130
001140 FD  CLIENTE-FILE.
001150     COPY CLIREC.
001160
001170 FD  NOTAS-FILE.
001180     COPY NOTAREC.
001190
001200 FD  ASISTENCIA-FILE.
001210     COPY ASISREC.
001220
001230 FD  HISTORIAL-FILE.
001240     COPY MOVHREC.
001250
001260 SD  WORK-FILE.
001270 01  WORK-REC.
001280     05  WORK-CLIENTE              PIC X(06).
001290     05  WORK-IDEN                 PIC X(05).
001300     05  WORK-ACCION               PIC X(01).
001310         88  WORK-ES-BAJA                  VALUE "B".
001320
001330 FD  PORTAL-FILE.
001340 01  PORTAL-LINEA                 PIC X(120).
001350
001360 FD  CONTROL-FILE.
001370 01  CONTROL-REC.
001380     05  CTL-ULT-FECHA            PIC 9(08).
001390     05  FILLER                   PIC X(01).
001400     05  CTL-ULT-HORA             PIC 9(06).
001410     05  FILLER                   PIC X(01).
001420     05  CTL-ULT-MES              PIC 9(06).
001430     05  FILLER                   PIC X(01).
001440     05  CTL-ULT-PERIODO          PIC 9(01).
001450
001460 WORKING-STORAGE SECTION.
001470 01  WS-RAS-STATUS                PIC X(02).
001480     88  WS-RAS-OK                        VALUE "00".
001490     88  WS-RAS-FIN-ARCHIVO               VALUE "10".
001500
001510 01  WS-STU-STATUS                PIC X(02).
001520     88  WS-STU-OK                        VALUE "00".
001530
001540 01  WS-CLI-STATUS                PIC X(02).
001550     88  WS-CLI-OK                        VALUE "00".
001560
001570 01  WS-NOT-STATUS                PIC X(02).
001580     88  WS-NOT-OK                        VALUE "00".
001590
001600 01  WS-ASI-STATUS                PIC X(02).
001610     88  WS-ASI-OK                        VALUE "00".
001620
001630 01  WS-HIS-STATUS                PIC X(02).
001640     88  WS-HIS-OK                        VALUE "00".
001650
001660 01  WS-POR-STATUS                PIC X(02).
001670     88  WS-POR-OK                        VALUE "00".
001680
001690 01  WS-CTL-STATUS                PIC X(02).
001700     88  WS-CTL-OK                        VALUE "00".
001710
001720 01  WS-ARCHIVO-RASTRO            PIC X(08) VALUE SPACES.
001730
001740 01  WS-SWITCHES.
001750     05  WS-TIPO-CARGA            PIC X(01) VALUE "I".
001760         88  CARGA-COMPLETA               VALUE "C".
001770         88  CARGA-INCREMENTAL            VALUE "I".
001780     05  WS-FIN-LECTURA           PIC X(01) VALUE "N".
001790         88  FIN-DE-LECTURA               VALUE "S".
001800     05  WS-FIN-SORT              PIC X(01) VALUE "N".
001810         88  FIN-DE-SORT                  VALUE "S".
001820     05  WS-FIN-DETALLE           PIC X(01) VALUE "N".
001830         88  FIN-DE-DETALLE               VALUE "S".
001840     05  WS-ESTUD-CAMBIO          PIC X(01) VALUE "N".
001850         88  ESTUDIANTE-CAMBIADO          VALUE "S".
001860     05  WS-YA-ANOTADO            PIC X(01) VALUE "N".
001870         88  YA-ANOTADO                   VALUE "S".
001880     05  WS-DESBORDE-TABLA        PIC X(01) VALUE "N".
001890         88  TABLA-DESBORDADA             VALUE "S".
001900     05  WS-ESTADO-CUENTA         PIC X(01) VALUE SPACE.
001910         88  CUENTA-PUBLICADA             VALUE "P".
001920         88  CUENTA-RETIRADA              VALUE "R".
001930         88  CUENTA-OMITIDA               VALUE "O".
001940
001950 01  WS-ENTRADA-CARGA             PIC X(01).
001960
001970*  Fecha y hora de arranque: quedan en PORTCTL; la fecha es
001980*  el punto de partida de la corrida siguiente y la hora solo
001990*  se informa en la cabecera.
002000 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
002010 01  WS-FECHA-HOY-DES REDEFINES WS-FECHA-HOY.
002020     05  WS-HOY-AAAA              PIC 9(04).
002030     05  WS-HOY-MM                PIC 9(02).
002040     05  WS-HOY-DD                PIC 9(02).
002050 01  WS-HORA-HOY                  PIC 9(06) VALUE ZERO.
002060 01  WS-HORA-SISTEMA              PIC 9(08) VALUE ZERO.
002070 01  WS-HORA-PARTES REDEFINES WS-HORA-SISTEMA.
002080     05  WS-HORA-HHMMSS           PIC 9(06).
002090     05  FILLER                   PIC 9(02).
002100 01  WS-MES-HOY                   PIC 9(06) VALUE ZERO.
002110 01  WS-MES-ASIS                  PIC 9(06) VALUE ZERO.
002120 01  WS-MOV-DESDE                 PIC 9(08) VALUE ZERO.
002130
002140 01  WS-ULT-FECHA                 PIC 9(08) VALUE ZERO.
002150 01  WS-ULT-FECHA-DES REDEFINES WS-ULT-FECHA.
002160     05  WS-ULT-AAAA              PIC 9(04).
002170     05  WS-ULT-MM                PIC 9(02).
002180     05  WS-ULT-DD                PIC 9(02).
002190 01  WS-ULT-HORA                  PIC 9(06) VALUE ZERO.
002200 01  WS-ULT-MES                   PIC 9(06) VALUE ZERO.
002210 01  WS-ULT-PERIODO               PIC 9(01) VALUE ZERO.
002220
002230 01  WS-PERIODO-ACTUAL            PIC 9(01) VALUE 1.
002240 01  WS-DIAS-JUSTIFICA            PIC 9(03) VALUE 5.
002250
002260*  Dias en la convencion de 360 de ESCASIST para la ventana
002270*  de justificacion.
002280 01  WS-HOY-360                   PIC 9(08) VALUE ZERO.
002290 01  WS-AUS-360                   PIC 9(08) VALUE ZERO.
002300 01  WS-DESDE-360                 PIC S9(08) VALUE ZERO.
002310 01  WS-DIAS-TRANSCURRIDOS        PIC S9(05) VALUE ZERO.
002320
002330*  Estudiantes y cuentas con cambios desde la ultima corrida,
002340*  sin repetir.  VISTO: el estudiante aparecio en ESTUDIDX.
002350 01  WS-TOTAL-ESTUD-CAMBIO        PIC 9(04) COMP VALUE ZERO.
002360 01  WS-TABLA-ESTUD-CAMBIO.
002370     05  WS-CAM-ESTUDIANTE        OCCURS 2000 TIMES.
002380         10  WS-CAM-IDEN          PIC X(05).
002390         10  WS-CAM-VISTO         PIC X(01).
002400 01  WS-TOTAL-CTA-CAMBIO          PIC 9(04) COMP VALUE ZERO.
002410 01  WS-TABLA-CTA-CAMBIO.
002420     05  WS-CAM-CLIENTE           PIC X(06) OCCURS 2000 TIMES.
002430 01  WS-IDX-CAM                   PIC 9(04) COMP.
002440 01  WS-IDX-HALLADO               PIC 9(04) COMP.
002450 01  WS-IDEN-CAMBIO               PIC X(05).
002460 01  WS-CLIENTE-CAMBIO            PIC X(06).
002470
002480 01  WS-CLIENTE-ACTUAL            PIC X(06) VALUE SPACES.
002490
002500*  Asistencia del mes y ausencias por justificar de un
002510*  estudiante.
002520 01  WS-ACUM-ASISTENCIA.
002530     05  WS-ACUM-PRESENTES        PIC 9(03) VALUE ZERO.
002540     05  WS-ACUM-AUSENCIAS        PIC 9(03) VALUE ZERO.
002550     05  WS-ACUM-JUSTIFICADAS     PIC 9(03) VALUE ZERO.
002560     05  WS-ACUM-TARDES           PIC 9(03) VALUE ZERO.
002570 01  WS-TOTAL-PENDIENTES          PIC 9(03) COMP VALUE ZERO.
002580 01  WS-TABLA-PENDIENTES.
002590     05  WS-PEN-FECHA             PIC 9(08) OCCURS 99 TIMES.
002600 01  WS-IDX-PEN                   PIC 9(03) COMP.
002610
002620 01  WS-CONTADORES.
002630     05  WS-RASTRO-LEIDOS         PIC 9(07) COMP VALUE ZERO.
002640     05  WS-ESTUD-LEIDOS          PIC 9(07) COMP VALUE ZERO.
002650     05  WS-SIN-CUENTA            PIC 9(05) COMP VALUE ZERO.
002660     05  WS-CUENTAS-ALTA          PIC 9(07) VALUE ZERO.
002670     05  WS-CUENTAS-BAJA          PIC 9(07) VALUE ZERO.
002680     05  WS-ESTUD-ALTA            PIC 9(07) VALUE ZERO.
002690     05  WS-ESTUD-BAJA            PIC 9(07) VALUE ZERO.
002700     05  WS-CUENTAS-EXCLUIDAS     PIC 9(05) COMP VALUE ZERO.
002710     05  WS-RENGLONES             PIC 9(07) VALUE ZERO.
002720
002730*  Vistas del renglon del extracto del portal (120 posiciones;
002740*  el tipo en las dos primeras).
002750 01  WS-POR-CABECERA.
002760     05  POR-CAB-TIPO             PIC X(02) VALUE "01".
002770     05  POR-CAB-EMISORA          PIC X(10) VALUE "COLEGIO".
002780     05  POR-CAB-FECHA            PIC 9(08).
002790     05  POR-CAB-HORA             PIC 9(06).
002800     05  POR-CAB-CARGA            PIC X(01).
002810     05  POR-CAB-DESDE-FECHA      PIC 9(08).
002820     05  POR-CAB-DESDE-HORA       PIC 9(06).
002830     05  POR-CAB-PERIODO          PIC 9(01).
002840     05  POR-CAB-MES              PIC 9(06).
002850     05  FILLER                   PIC X(72) VALUE SPACES.
002860
002870 01  WS-POR-CUENTA REDEFINES WS-POR-CABECERA.
002880     05  POR-CTA-TIPO             PIC X(02).
002890     05  POR-CTA-ACCION           PIC X(01).
002900     05  POR-CTA-CLIENTE          PIC X(06).
002910     05  POR-CTA-NOMBRE           PIC X(20).
002920     05  POR-CTA-ESTADO           PIC X(01).
002930     05  POR-CTA-SALDO            PIC S9(07)V9(02)
002940                                  SIGN IS LEADING SEPARATE.
002950     05  FILLER                   PIC X(80).
002960
002970 01  WS-POR-MOVIMIENTO REDEFINES WS-POR-CABECERA.
002980     05  POR-MOV-TIPO             PIC X(02).
002990     05  POR-MOV-CLIENTE          PIC X(06).
003000     05  POR-MOV-FECHA            PIC 9(08).
003010     05  POR-MOV-CONCEPTO         PIC X(01).
003020     05  POR-MOV-MONTO            PIC 9(08)V9(02).
003030     05  POR-MOV-ORIGEN           PIC X(02).
003040     05  FILLER                   PIC X(91).
003050
003060 01  WS-POR-ESTUDIANTE REDEFINES WS-POR-CABECERA.
003070     05  POR-EST-TIPO             PIC X(02).
003080     05  POR-EST-ACCION           PIC X(01).
003090     05  POR-EST-CLIENTE          PIC X(06).
003100     05  POR-EST-IDEN             PIC X(05).
003110     05  POR-EST-NOMBRE           PIC X(30).
003120     05  POR-EST-CURSO            PIC X(10).
003130     05  POR-EST-PROMEDIO         PIC 9(02)V9(02).
003140     05  FILLER                   PIC X(62).
003150
003160 01  WS-POR-NOTA REDEFINES WS-POR-CABECERA.
003170     05  POR-NOT-TIPO             PIC X(02).
003180     05  POR-NOT-IDEN             PIC X(05).
003190     05  POR-NOT-MATERIA          PIC X(10).
003200     05  POR-NOT-PERIODO          PIC 9(01).
003210     05  POR-NOT-CALIF            PIC 9(02)V9(02).
003220     05  POR-NOT-CANDADO          PIC X(01).
003230     05  FILLER                   PIC X(97).
003240
003250 01  WS-POR-ASISTENCIA REDEFINES WS-POR-CABECERA.
003260     05  POR-ASI-TIPO             PIC X(02).
003270     05  POR-ASI-IDEN             PIC X(05).
003280     05  POR-ASI-MES              PIC 9(06).
003290     05  POR-ASI-PRESENTES        PIC 9(03).
003300     05  POR-ASI-AUSENCIAS        PIC 9(03).
003310     05  POR-ASI-JUSTIFICADAS     PIC 9(03).
003320     05  POR-ASI-TARDES           PIC 9(03).
003330     05  POR-ASI-PENDIENTES       PIC 9(03).
003340     05  FILLER                   PIC X(92).
003350
003360 01  WS-POR-PENDIENTE REDEFINES WS-POR-CABECERA.
003370     05  POR-PEN-TIPO             PIC X(02).
003380     05  POR-PEN-IDEN             PIC X(05).
003390     05  POR-PEN-FECHA            PIC 9(08).
003400     05  FILLER                   PIC X(105).
003410
003420 01  WS-POR-COLA REDEFINES WS-POR-CABECERA.
003430     05  POR-COLA-TIPO            PIC X(02).
003440     05  POR-COLA-RENGLONES       PIC 9(07).
003450     05  POR-COLA-CUENTAS         PIC 9(07).
003460     05  POR-COLA-ESTUDIANTES     PIC 9(07).
003470     05  FILLER                   PIC X(97).
003480
003490 COPY ERRPARM.
003500
003510 COPY PARMPARM.
003520
003530 PROCEDURE DIVISION.
003540 0000-MAINLINE.
003550     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003560     IF CARGA-INCREMENTAL
003570         PERFORM 2000-JUNTAR-CAMBIOS THRU 2000-EXIT
003580     END-IF.
003590     PERFORM 3000-GENERAR-EXTRACTO THRU 3000-EXIT.
003600     PERFORM 7000-CERRAR-EXTRACTO THRU 7000-EXIT.
003610     PERFORM 8000-GRABAR-CONTROL THRU 8000-EXIT.
003620     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
003630     STOP RUN.
003640
003650*----------------------------------------------------------*
003660*  1000-INICIALIZAR - Parametros, punto de partida (PORTCTL),*
003670*  tipo de carga, apertura de archivos y cabecera.           *
003680*----------------------------------------------------------*
003690 1000-INICIALIZAR.
003700     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
003710     ACCEPT WS-HORA-SISTEMA FROM TIME.
003720     MOVE WS-HORA-HHMMSS TO WS-HORA-HOY.
003730     COMPUTE WS-MES-HOY = WS-HOY-AAAA * 100 + WS-HOY-MM.
003740     IF WS-HOY-MM = 1
003750         COMPUTE WS-MOV-DESDE =
003760             (WS-HOY-AAAA - 1) * 10000 + 1201
003770     ELSE
003780         COMPUTE WS-MOV-DESDE =
003790             WS-HOY-AAAA * 10000 + (WS-HOY-MM - 1) * 100 + 1
003800     END-IF.
003810     COMPUTE WS-HOY-360 =
003820         WS-HOY-AAAA * 360 + (WS-HOY-MM - 1) * 30 + WS-HOY-DD.
003830
003840     MOVE "PERIODO-ACTUAL" TO PARMLKP-CLAVE.
003850     CALL "PARMLKP" USING PARMLKP-PARM.
003860     IF PARMLKP-ENCONTRADO
003870        AND PARMLKP-VALOR IS NUMERIC
003880         MOVE PARMLKP-VALOR TO WS-PERIODO-ACTUAL
003890     END-IF.
003900     MOVE "DIAS-JUSTIFICA" TO PARMLKP-CLAVE.
003910     CALL "PARMLKP" USING PARMLKP-PARM.
003920     IF PARMLKP-ENCONTRADO
003930        AND PARMLKP-VALOR IS NUMERIC
003940         MOVE PARMLKP-VALOR TO WS-DIAS-JUSTIFICA
003950     END-IF.
003960     IF WS-DIAS-JUSTIFICA > 99
003970         MOVE 99 TO WS-DIAS-JUSTIFICA
003980     END-IF.
003990
004000     OPEN INPUT CONTROL-FILE.
004010     IF WS-CTL-OK
004020         READ CONTROL-FILE
004030             AT END
004040                 CONTINUE
004050             NOT AT END
004060                 MOVE CTL-ULT-FECHA   TO WS-ULT-FECHA
004070                 MOVE CTL-ULT-HORA    TO WS-ULT-HORA
004080                 MOVE CTL-ULT-MES     TO WS-ULT-MES
004090                 MOVE CTL-ULT-PERIODO TO WS-ULT-PERIODO
004100         END-READ
004110         CLOSE CONTROL-FILE
004120     END-IF.
004130
004140     DISPLAY "Tipo de carga (C = completa, blanco = cambios):".
004150     MOVE SPACES TO WS-ENTRADA-CARGA.
004160     ACCEPT WS-ENTRADA-CARGA.
004170     EVALUATE WS-ENTRADA-CARGA
004180         WHEN "C"
004190             SET CARGA-COMPLETA TO TRUE
004200         WHEN SPACE
004210             SET CARGA-INCREMENTAL TO TRUE
004220         WHEN OTHER
004230             DISPLAY "TIPO DE CARGA INVALIDO, NO SE GENERA NADA"
004240             MOVE 8 TO RETURN-CODE
004250             STOP RUN
004260     END-EVALUATE.
004270     IF CARGA-INCREMENTAL
004280         IF WS-ULT-FECHA = ZERO
004290             DISPLAY "SIN CORRIDA ANTERIOR: CARGA COMPLETA"
004300             SET CARGA-COMPLETA TO TRUE
004310         ELSE
004320             IF WS-ULT-MES NOT = WS-MES-HOY
004330                OR WS-ULT-PERIODO NOT = WS-PERIODO-ACTUAL
004340                 DISPLAY "OTRO MES O PERIODO: CARGA COMPLETA"
004350                 SET CARGA-COMPLETA TO TRUE
004360             END-IF
004370         END-IF
004380     END-IF.
004390
004400     OPEN INPUT ESTUDIANTE-FILE.
004410     IF NOT WS-STU-OK
004420         MOVE WS-STU-STATUS TO ERRHAND-FILE-STATUS
004430         MOVE "ERROR AL ABRIR ESTUDIDX" TO ERRHAND-MENSAJE
004440         PERFORM 1900-ERROR-APERTURA THRU 1900-EXIT
004450     END-IF.
004460
004470     OPEN INPUT CLIENTE-FILE.
004480     IF NOT WS-CLI-OK
004490         MOVE WS-CLI-STATUS TO ERRHAND-FILE-STATUS
004500         MOVE "ERROR AL ABRIR CLIMAST" TO ERRHAND-MENSAJE
004510         PERFORM 1900-ERROR-APERTURA THRU 1900-EXIT
004520     END-IF.
004530
004540     OPEN INPUT NOTAS-FILE.
004550     IF NOT WS-NOT-OK
004560         MOVE WS-NOT-STATUS TO ERRHAND-FILE-STATUS
004570         MOVE "ERROR AL ABRIR NOTASIDX" TO ERRHAND-MENSAJE
004580         PERFORM 1900-ERROR-APERTURA THRU 1900-EXIT
004590     END-IF.
004600
004610     OPEN INPUT ASISTENCIA-FILE.
004620     IF NOT WS-ASI-OK
004630         MOVE WS-ASI-STATUS TO ERRHAND-FILE-STATUS
004640         MOVE "ERROR AL ABRIR ASISIDX" TO ERRHAND-MENSAJE
004650         PERFORM 1900-ERROR-APERTURA THRU 1900-EXIT
004660     END-IF.
004670
004680     OPEN INPUT HISTORIAL-FILE.
004690     IF NOT WS-HIS-OK
004700         MOVE WS-HIS-STATUS TO ERRHAND-FILE-STATUS
004710         MOVE "ERROR AL ABRIR CLIMHIDX" TO ERRHAND-MENSAJE
004720         PERFORM 1900-ERROR-APERTURA THRU 1900-EXIT
004730     END-IF.
004740
004750     OPEN OUTPUT PORTAL-FILE.
004760     IF NOT WS-POR-OK
004770         MOVE WS-POR-STATUS TO ERRHAND-FILE-STATUS
004780         MOVE "ERROR AL ABRIR PORTEXT" TO ERRHAND-MENSAJE
004790         PERFORM 1900-ERROR-APERTURA THRU 1900-EXIT
004800     END-IF.
004810 1000-EXIT.
004820     EXIT.
004830
004840 1900-ERROR-APERTURA.
004850     MOVE "PORTEXTR"         TO ERRHAND-PROGRAMA.
004860     MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO.
004870     SET ERRHAND-FATAL TO TRUE.
004880     CALL "ERRHAND" USING ERRHAND-PARM.
004890     MOVE 8 TO RETURN-CODE.
004900     STOP RUN.
004910 1900-EXIT.
004920     EXIT.
004930
004940*----------------------------------------------------------*
004950*  2000-JUNTAR-CAMBIOS - Estudiantes y cuentas con actividad *
004960*  desde el dia de la ultima corrida buena.  Los rastros se  *
004970*  comparan solo por fecha, como CLIMHIDX: la hora de sus    *
004980*  renglones no sirve para ordenar, y lo del mismo dia se    *
004990*  vuelve a mandar.  Sin alguno de los rastros, o si las     *
005000*  tablas se desbordan, no se puede saber que cambio y se    *
005010*  pasa a carga completa.                                    *
005020*----------------------------------------------------------*
005030 2000-JUNTAR-CAMBIOS.
005040     MOVE "ESCAUDIT" TO WS-ARCHIVO-RASTRO.
005050     PERFORM 2100-RASTRO-ESTUDIANTES THRU 2100-EXIT.
005060     IF CARGA-COMPLETA
005070         GO TO 2000-EXIT
005080     END-IF.
005090     MOVE "NOTAAUD" TO WS-ARCHIVO-RASTRO.
005100     PERFORM 2100-RASTRO-ESTUDIANTES THRU 2100-EXIT.
005110     IF CARGA-COMPLETA
005120         GO TO 2000-EXIT
005130     END-IF.
005140     MOVE "CLIAUDIT" TO WS-ARCHIVO-RASTRO.
005150     PERFORM 2200-RASTRO-CUENTAS THRU 2200-EXIT.
005160     IF CARGA-COMPLETA
005170         GO TO 2000-EXIT
005180     END-IF.
005190     PERFORM 2300-ASISTENCIA-RECIENTE THRU 2300-EXIT.
005200     PERFORM 2400-MOVIMIENTOS-RECIENTES THRU 2400-EXIT.
005210     IF TABLA-DESBORDADA
005220         DISPLAY "DEMASIADA ACTIVIDAD: CARGA COMPLETA"
005230         SET CARGA-COMPLETA TO TRUE
005240     END-IF.
005250 2000-EXIT.
005260     EXIT.
005270
005280 2100-RASTRO-ESTUDIANTES.
005290     OPEN INPUT RASTRO-FILE.
005300     IF NOT WS-RAS-OK
005310         DISPLAY "SIN " WS-ARCHIVO-RASTRO ": CARGA COMPLETA"
005320         SET CARGA-COMPLETA TO TRUE
005330         GO TO 2100-EXIT
005340     END-IF.
005350     PERFORM 2110-LEER-RENGLON-ESTUD THRU 2110-EXIT
005360         UNTIL WS-RAS-FIN-ARCHIVO.
005370     CLOSE RASTRO-FILE.
005380 2100-EXIT.
005390     EXIT.
005400
005410 2110-LEER-RENGLON-ESTUD.
005420     READ RASTRO-FILE
005430         AT END
005440             SET WS-RAS-FIN-ARCHIVO TO TRUE
005450             GO TO 2110-EXIT
005460     END-READ.
005470     ADD 1 TO WS-RASTRO-LEIDOS.
005480     IF AUD-FECHA < WS-ULT-FECHA
005490         GO TO 2110-EXIT
005500     END-IF.
005510     IF AUD-IDEN = SPACES
005520         GO TO 2110-EXIT
005530     END-IF.
005540     MOVE AUD-IDEN TO WS-IDEN-CAMBIO.
005550     PERFORM 2800-ANOTAR-ESTUDIANTE THRU 2800-EXIT.
005560 2110-EXIT.
005570     EXIT.
005580
005590*  CLIAUDIT trae el nombre de la cuenta; la cuenta se anota
005600*  por numero.
005610 2200-RASTRO-CUENTAS.
005620     OPEN INPUT RASTRO-FILE.
005630     IF NOT WS-RAS-OK
005640         DISPLAY "SIN " WS-ARCHIVO-RASTRO ": CARGA COMPLETA"
005650         SET CARGA-COMPLETA TO TRUE
005660         GO TO 2200-EXIT
005670     END-IF.
005680     PERFORM 2210-LEER-RENGLON-CTA THRU 2210-EXIT
005690         UNTIL WS-RAS-FIN-ARCHIVO.
005700     CLOSE RASTRO-FILE.
005710 2200-EXIT.
005720     EXIT.
005730
005740 2210-LEER-RENGLON-CTA.
005750     READ RASTRO-FILE
005760         AT END
005770             SET WS-RAS-FIN-ARCHIVO TO TRUE
005780             GO TO 2210-EXIT
005790     END-READ.
005800     ADD 1 TO WS-RASTRO-LEIDOS.
005810     IF RCLI-FECHA < WS-ULT-FECHA
005820         GO TO 2210-EXIT
005830     END-IF.
005840     IF RCLI-CLIENTE = SPACES
005850         GO TO 2210-EXIT
005860     END-IF.
005870     MOVE RCLI-CLIENTE TO CLIENTE-NOMBRE.
005880     READ CLIENTE-FILE KEY IS CLIENTE-NOMBRE
005890         INVALID KEY
005900             GO TO 2210-EXIT
005910     END-READ.
005920     MOVE CLIENTE-NUMERO TO WS-CLIENTE-CAMBIO.
005930     PERFORM 2850-ANOTAR-CUENTA THRU 2850-EXIT.
005940 2210-EXIT.
005950     EXIT.
005960
005970*----------------------------------------------------------*
005980*  2300-ASISTENCIA-RECIENTE - ESCASIST no deja rastro: se    *
005990*  toma todo estudiante con asistencia desde la ultima       *
006000*  corrida menos la ventana de justificacion, que es lo que  *
006010*  pudo capturarse o justificarse (o vencer) desde entonces. *
006020*----------------------------------------------------------*
006030 2300-ASISTENCIA-RECIENTE.
006040     COMPUTE WS-DESDE-360 =
006050         WS-ULT-AAAA * 360 + (WS-ULT-MM - 1) * 30 + WS-ULT-DD
006060         - WS-DIAS-JUSTIFICA.
006070     MOVE LOW-VALUES TO ASIS-CLAVE.
006080     MOVE "N" TO WS-FIN-LECTURA.
006090     START ASISTENCIA-FILE KEY NOT < ASIS-CLAVE
006100         INVALID KEY
006110             SET FIN-DE-LECTURA TO TRUE
006120     END-START.
006130     PERFORM 2310-LEER-ASISTENCIA THRU 2310-EXIT
006140         UNTIL FIN-DE-LECTURA.
006150 2300-EXIT.
006160     EXIT.
006170
006180 2310-LEER-ASISTENCIA.
006190     READ ASISTENCIA-FILE NEXT RECORD
006200         AT END
006210             SET FIN-DE-LECTURA TO TRUE
006220             GO TO 2310-EXIT
006230     END-READ.
006240     COMPUTE WS-AUS-360 =
006250         ASIS-FEC-AAAA * 360 + (ASIS-FEC-MM - 1) * 30
006260         + ASIS-FEC-DD.
006270     IF WS-AUS-360 < WS-DESDE-360
006280         GO TO 2310-EXIT
006290     END-IF.
006300     MOVE ASIS-IDEN TO WS-IDEN-CAMBIO.
006310     PERFORM 2800-ANOTAR-ESTUDIANTE THRU 2800-EXIT.
006320 2310-EXIT.
006330     EXIT.
006340
006350*----------------------------------------------------------*
006360*  2400-MOVIMIENTOS-RECIENTES - Cuentas con movimiento en    *
006370*  CLIMHIDX fechado desde el dia de la ultima corrida (la    *
006380*  fecha no trae hora: el mismo dia se vuelve a mandar).     *
006390*----------------------------------------------------------*
006400 2400-MOVIMIENTOS-RECIENTES.
006410     MOVE LOW-VALUES TO MOVH-CLAVE.
006420     MOVE "N" TO WS-FIN-LECTURA.
006430     START HISTORIAL-FILE KEY NOT < MOVH-CLAVE
006440         INVALID KEY
006450             SET FIN-DE-LECTURA TO TRUE
006460     END-START.
006470     PERFORM 2410-LEER-MOVIMIENTO THRU 2410-EXIT
006480         UNTIL FIN-DE-LECTURA.
006490 2400-EXIT.
006500     EXIT.
006510
006520 2410-LEER-MOVIMIENTO.
006530     READ HISTORIAL-FILE NEXT RECORD
006540         AT END
006550             SET FIN-DE-LECTURA TO TRUE
006560             GO TO 2410-EXIT
006570     END-READ.
006580     IF MOVH-FECHA < WS-ULT-FECHA
006590         GO TO 2410-EXIT
006600     END-IF.
006610     MOVE MOVH-CLIENTE TO WS-CLIENTE-CAMBIO.
006620     PERFORM 2850-ANOTAR-CUENTA THRU 2850-EXIT.
006630 2410-EXIT.
006640     EXIT.
006650
006660 2800-ANOTAR-ESTUDIANTE.
006670     MOVE "N" TO WS-YA-ANOTADO.
006680     PERFORM 2810-BUSCAR-ESTUDIANTE THRU 2810-EXIT
006690         VARYING WS-IDX-CAM FROM 1 BY 1
006700         UNTIL WS-IDX-CAM > WS-TOTAL-ESTUD-CAMBIO
006710         OR YA-ANOTADO.
006720     IF YA-ANOTADO
006730         GO TO 2800-EXIT
006740     END-IF.
006750     IF WS-TOTAL-ESTUD-CAMBIO < 2000
006760         ADD 1 TO WS-TOTAL-ESTUD-CAMBIO
006770         MOVE WS-IDEN-CAMBIO
006780             TO WS-CAM-IDEN (WS-TOTAL-ESTUD-CAMBIO)
006790         MOVE "N" TO WS-CAM-VISTO (WS-TOTAL-ESTUD-CAMBIO)
006800     ELSE
006810         SET TABLA-DESBORDADA TO TRUE
006820     END-IF.
006830 2800-EXIT.
006840     EXIT.
006850
006860 2810-BUSCAR-ESTUDIANTE.
006870     IF WS-CAM-IDEN (WS-IDX-CAM) = WS-IDEN-CAMBIO
006880         SET YA-ANOTADO TO TRUE
006890         MOVE WS-IDX-CAM TO WS-IDX-HALLADO
006900     END-IF.
006910 2810-EXIT.
006920     EXIT.
006930
006940 2850-ANOTAR-CUENTA.
006950     MOVE "N" TO WS-YA-ANOTADO.
006960     PERFORM 2860-BUSCAR-CUENTA THRU 2860-EXIT
006970         VARYING WS-IDX-CAM FROM 1 BY 1
006980         UNTIL WS-IDX-CAM > WS-TOTAL-CTA-CAMBIO
006990         OR YA-ANOTADO.
007000     IF YA-ANOTADO
007010         GO TO 2850-EXIT
007020     END-IF.
007030     IF WS-TOTAL-CTA-CAMBIO < 2000
007040         ADD 1 TO WS-TOTAL-CTA-CAMBIO
007050         MOVE WS-CLIENTE-CAMBIO
007060             TO WS-CAM-CLIENTE (WS-TOTAL-CTA-CAMBIO)
007070     ELSE
007080         SET TABLA-DESBORDADA TO TRUE
007090     END-IF.
007100 2850-EXIT.
007110     EXIT.
007120
007130 2860-BUSCAR-CUENTA.
007140     IF WS-CAM-CLIENTE (WS-IDX-CAM) = WS-CLIENTE-CAMBIO
007150         SET YA-ANOTADO TO TRUE
007160     END-IF.
007170 2860-EXIT.
007180     EXIT.
007190
007200*----------------------------------------------------------*
007210*  3000-GENERAR-EXTRACTO - Cabecera y, ordenados por cuenta, *
007220*  los estudiantes que van en esta carga.                    *
007230*----------------------------------------------------------*
007240 3000-GENERAR-EXTRACTO.
007250     MOVE SPACES             TO WS-POR-CABECERA.
007260     MOVE "01"               TO POR-CAB-TIPO.
007270     MOVE "COLEGIO"          TO POR-CAB-EMISORA.
007280     MOVE WS-FECHA-HOY       TO POR-CAB-FECHA.
007290     MOVE WS-HORA-HOY        TO POR-CAB-HORA.
007300     MOVE WS-TIPO-CARGA      TO POR-CAB-CARGA.
007310     IF CARGA-COMPLETA
007320         MOVE ZERO           TO POR-CAB-DESDE-FECHA
007330         MOVE ZERO           TO POR-CAB-DESDE-HORA
007340     ELSE
007350         MOVE WS-ULT-FECHA   TO POR-CAB-DESDE-FECHA
007360         MOVE WS-ULT-HORA    TO POR-CAB-DESDE-HORA
007370     END-IF.
007380     MOVE WS-PERIODO-ACTUAL  TO POR-CAB-PERIODO.
007390     MOVE WS-MES-HOY         TO POR-CAB-MES.
007400     PERFORM 8500-ESCRIBIR-RENGLON THRU 8500-EXIT.
007410
007420     SORT WORK-FILE
007430         ON ASCENDING KEY WORK-CLIENTE WORK-IDEN
007440         INPUT PROCEDURE IS 3100-SELECCIONAR THRU 3100-EXIT
007450         OUTPUT PROCEDURE IS 3200-ESCRIBIR-CUENTAS
007460             THRU 3200-EXIT.
007470 3000-EXIT.
007480     EXIT.
007490
007500*----------------------------------------------------------*
007510*  3100-SELECCIONAR - Recorre ESTUDIDX y suelta al SORT cada *
007520*  estudiante activo con cuenta que va en la carga.  Los     *
007530*  estudiantes con cambios que ya no estan activos, no       *
007540*  tienen cuenta o ya no estan en el maestro van como baja   *
007550*  (cuenta en blanco).                                       *
007560*----------------------------------------------------------*
007570 3100-SELECCIONAR.
007580     MOVE LOW-VALUES TO ESTUDIANTE-IDEN.
007590     MOVE "N" TO WS-FIN-LECTURA.
007600     START ESTUDIANTE-FILE KEY NOT < ESTUDIANTE-IDEN
007610         INVALID KEY
007620             SET FIN-DE-LECTURA TO TRUE
007630     END-START.
007640     PERFORM 3110-SELECCIONAR-UNO THRU 3110-EXIT
007650         UNTIL FIN-DE-LECTURA.
007660     IF CARGA-INCREMENTAL
007670         PERFORM 3150-BAJA-SIN-MAESTRO THRU 3150-EXIT
007680             VARYING WS-IDX-CAM FROM 1 BY 1
007690             UNTIL WS-IDX-CAM > WS-TOTAL-ESTUD-CAMBIO
007700     END-IF.
007710 3100-EXIT.
007720     EXIT.
007730
007740 3110-SELECCIONAR-UNO.
007750     READ ESTUDIANTE-FILE NEXT RECORD
007760         AT END
007770             SET FIN-DE-LECTURA TO TRUE
007780             GO TO 3110-EXIT
007790     END-READ.
007800     ADD 1 TO WS-ESTUD-LEIDOS.
007810     MOVE "N" TO WS-ESTUD-CAMBIO.
007820     IF CARGA-INCREMENTAL
007830         MOVE ESTUDIANTE-IDEN TO WS-IDEN-CAMBIO
007840         MOVE "N" TO WS-YA-ANOTADO
007850         PERFORM 2810-BUSCAR-ESTUDIANTE THRU 2810-EXIT
007860             VARYING WS-IDX-CAM FROM 1 BY 1
007870             UNTIL WS-IDX-CAM > WS-TOTAL-ESTUD-CAMBIO
007880             OR YA-ANOTADO
007890         IF YA-ANOTADO
007900             MOVE "S" TO WS-CAM-VISTO (WS-IDX-HALLADO)
007910             SET ESTUDIANTE-CAMBIADO TO TRUE
007920         END-IF
007930     END-IF.
007940
007950     IF NOT ESTUDIANTE-ACTIVO
007960         PERFORM 3160-SOLTAR-BAJA THRU 3160-EXIT
007970         GO TO 3110-EXIT
007980     END-IF.
007990     IF ESTUDIANTE-TUTOR = SPACES
008000         ADD 1 TO WS-SIN-CUENTA
008010         PERFORM 3160-SOLTAR-BAJA THRU 3160-EXIT
008020         GO TO 3110-EXIT
008030     END-IF.
008040     MOVE ESTUDIANTE-TUTOR TO CLIENTE-NOMBRE.
008050     READ CLIENTE-FILE KEY IS CLIENTE-NOMBRE
008060         INVALID KEY
008070             ADD 1 TO WS-SIN-CUENTA
008080             PERFORM 3160-SOLTAR-BAJA THRU 3160-EXIT
008090             GO TO 3110-EXIT
008100     END-READ.
008110
008120     IF CARGA-INCREMENTAL
008130        AND NOT ESTUDIANTE-CAMBIADO
008140         MOVE CLIENTE-NUMERO TO WS-CLIENTE-CAMBIO
008150         MOVE "N" TO WS-YA-ANOTADO
008160         PERFORM 2860-BUSCAR-CUENTA THRU 2860-EXIT
008170             VARYING WS-IDX-CAM FROM 1 BY 1
008180             UNTIL WS-IDX-CAM > WS-TOTAL-CTA-CAMBIO
008190             OR YA-ANOTADO
008200         IF NOT YA-ANOTADO
008210             GO TO 3110-EXIT
008220         END-IF
008230     END-IF.
008240     MOVE CLIENTE-NUMERO  TO WORK-CLIENTE.
008250     MOVE ESTUDIANTE-IDEN TO WORK-IDEN.
008260     MOVE "A"             TO WORK-ACCION.
008270     RELEASE WORK-REC.
008280 3110-EXIT.
008290     EXIT.
008300
008310 3150-BAJA-SIN-MAESTRO.
008320     IF WS-CAM-VISTO (WS-IDX-CAM) = "S"
008330         GO TO 3150-EXIT
008340     END-IF.
008350     MOVE SPACES                   TO WORK-CLIENTE.
008360     MOVE WS-CAM-IDEN (WS-IDX-CAM) TO WORK-IDEN.
008370     MOVE "B"                      TO WORK-ACCION.
008380     RELEASE WORK-REC.
008390 3150-EXIT.
008400     EXIT.
008410
008420*  En carga completa no hay bajas: el portal reemplaza todo.
008430 3160-SOLTAR-BAJA.
008440     IF NOT ESTUDIANTE-CAMBIADO
008450         GO TO 3160-EXIT
008460     END-IF.
008470     MOVE SPACES          TO WORK-CLIENTE.
008480     MOVE ESTUDIANTE-IDEN TO WORK-IDEN.
008490     MOVE "B"             TO WORK-ACCION.
008500     RELEASE WORK-REC.
008510 3160-EXIT.
008520     EXIT.
008530
008540*----------------------------------------------------------*
008550*  3200-ESCRIBIR-CUENTAS - Descarga el SORT cortando por     *
008560*  cuenta: renglon de cuenta y movimientos al entrar a cada  *
008570*  una, luego sus estudiantes.                               *
008580*----------------------------------------------------------*
008590 3200-ESCRIBIR-CUENTAS.
008600     PERFORM 3210-RETORNAR-UNO THRU 3210-EXIT
008610         UNTIL FIN-DE-SORT.
008620 3200-EXIT.
008630     EXIT.
008640
008650 3210-RETORNAR-UNO.
008660     RETURN WORK-FILE
008670         AT END
008680             SET FIN-DE-SORT TO TRUE
008690             GO TO 3210-EXIT
008700     END-RETURN.
008710     IF WORK-ES-BAJA
008720         PERFORM 3600-ESTUDIANTE-BAJA THRU 3600-EXIT
008730         GO TO 3210-EXIT
008740     END-IF.
008750     IF WORK-CLIENTE NOT = WS-CLIENTE-ACTUAL
008760         MOVE WORK-CLIENTE TO WS-CLIENTE-ACTUAL
008770         PERFORM 3300-ENTRAR-CUENTA THRU 3300-EXIT
008780     END-IF.
008790     EVALUATE TRUE
008800         WHEN CUENTA-PUBLICADA
008810             PERFORM 3400-ESCRIBIR-ESTUDIANTE THRU 3400-EXIT
008820         WHEN CUENTA-RETIRADA
008830             PERFORM 3600-ESTUDIANTE-BAJA THRU 3600-EXIT
008840         WHEN OTHER
008850             CONTINUE
008860     END-EVALUATE.
008870 3210-EXIT.
008880     EXIT.
008890
008900*  Una cuenta fuera del portal no sale con datos: en carga
008910*  completa se omite, en la de cambios va solo su baja.
008920 3300-ENTRAR-CUENTA.
008930     SET CUENTA-OMITIDA TO TRUE.
008940     MOVE WORK-CLIENTE TO CLIENTE-NUMERO.
008950     READ CLIENTE-FILE
008960         INVALID KEY
008970             GO TO 3300-EXIT
008980     END-READ.
008990     IF CLIENTE-FUERA-PORTAL
009000         ADD 1 TO WS-CUENTAS-EXCLUIDAS
009010         IF CARGA-COMPLETA
009020             GO TO 3300-EXIT
009030         END-IF
009040         SET CUENTA-RETIRADA TO TRUE
009050         MOVE SPACES          TO WS-POR-CUENTA
009060         MOVE "10"            TO POR-CTA-TIPO
009070         MOVE "B"             TO POR-CTA-ACCION
009080         MOVE CLIENTE-NUMERO  TO POR-CTA-CLIENTE
009090         MOVE ZERO            TO POR-CTA-SALDO
009100         PERFORM 8500-ESCRIBIR-RENGLON THRU 8500-EXIT
009110         ADD 1 TO WS-CUENTAS-BAJA
009120         GO TO 3300-EXIT
009130     END-IF.
009140
009150     SET CUENTA-PUBLICADA TO TRUE.
009160     MOVE SPACES          TO WS-POR-CUENTA.
009170     MOVE "10"            TO POR-CTA-TIPO.
009180     MOVE "A"             TO POR-CTA-ACCION.
009190     MOVE CLIENTE-NUMERO  TO POR-CTA-CLIENTE.
009200     MOVE CLIENTE-NOMBRE  TO POR-CTA-NOMBRE.
009210     MOVE CLIENTE-ESTADO  TO POR-CTA-ESTADO.
009220     MOVE CLIENTE-SALDO   TO POR-CTA-SALDO.
009230     PERFORM 8500-ESCRIBIR-RENGLON THRU 8500-EXIT.
009240     ADD 1 TO WS-CUENTAS-ALTA.
009250
009260     MOVE CLIENTE-NUMERO TO MOVH-CLIENTE.
009270     MOVE WS-MOV-DESDE   TO MOVH-FECHA.
009280     MOVE ZERO           TO MOVH-SECUENCIA.
009290     MOVE "N" TO WS-FIN-DETALLE.
009300     START HISTORIAL-FILE KEY NOT < MOVH-CLAVE
009310         INVALID KEY
009320             SET FIN-DE-DETALLE TO TRUE
009330     END-START.
009340     PERFORM 3310-ESCRIBIR-MOVIMIENTO THRU 3310-EXIT
009350         UNTIL FIN-DE-DETALLE.
009360 3300-EXIT.
009370     EXIT.
009380
009390 3310-ESCRIBIR-MOVIMIENTO.
009400     READ HISTORIAL-FILE NEXT RECORD
009410         AT END
009420             SET FIN-DE-DETALLE TO TRUE
009430             GO TO 3310-EXIT
009440     END-READ.
009450     IF MOVH-CLIENTE NOT = WS-CLIENTE-ACTUAL
009460         SET FIN-DE-DETALLE TO TRUE
009470         GO TO 3310-EXIT
009480     END-IF.
009490     MOVE SPACES        TO WS-POR-MOVIMIENTO.
009500     MOVE "30"          TO POR-MOV-TIPO.
009510     MOVE MOVH-CLIENTE  TO POR-MOV-CLIENTE.
009520     MOVE MOVH-FECHA    TO POR-MOV-FECHA.
009530     MOVE MOVH-TIPO     TO POR-MOV-CONCEPTO.
009540     MOVE MOVH-MONTO    TO POR-MOV-MONTO.
009550     MOVE MOVH-ORIGEN   TO POR-MOV-ORIGEN.
009560     PERFORM 8500-ESCRIBIR-RENGLON THRU 8500-EXIT.
009570 3310-EXIT.
009580     EXIT.
009590
009600*----------------------------------------------------------*
009610*  3400-ESCRIBIR-ESTUDIANTE - Renglon del estudiante, sus    *
009620*  notas del periodo actual y su asistencia del mes.         *
009630*----------------------------------------------------------*
009640 3400-ESCRIBIR-ESTUDIANTE.
009650     MOVE WORK-IDEN TO ESTUDIANTE-IDEN.
009660     READ ESTUDIANTE-FILE
009670         INVALID KEY
009680             GO TO 3400-EXIT
009690     END-READ.
009700     MOVE SPACES              TO WS-POR-ESTUDIANTE.
009710     MOVE "20"                TO POR-EST-TIPO.
009720     MOVE "A"                 TO POR-EST-ACCION.
009730     MOVE WORK-CLIENTE        TO POR-EST-CLIENTE.
009740     MOVE ESTUDIANTE-IDEN     TO POR-EST-IDEN.
009750     MOVE ESTUDIANTE-NOMBRE   TO POR-EST-NOMBRE.
009760     MOVE ESTUDIANTE-CURSO    TO POR-EST-CURSO.
009770     MOVE ESTUDIANTE-PROMEDIO TO POR-EST-PROMEDIO.
009780     PERFORM 8500-ESCRIBIR-RENGLON THRU 8500-EXIT.
009790     ADD 1 TO WS-ESTUD-ALTA.
009800
009810     MOVE WORK-IDEN TO NOTA-IDEN.
009820     MOVE LOW-VALUES TO NOTA-MATERIA.
009830     MOVE ZERO TO NOTA-PERIODO.
009840     MOVE "N" TO WS-FIN-DETALLE.
009850     START NOTAS-FILE KEY NOT < NOTA-CLAVE
009860         INVALID KEY
009870             SET FIN-DE-DETALLE TO TRUE
009880     END-START.
009890     PERFORM 3410-ESCRIBIR-NOTA THRU 3410-EXIT
009900         UNTIL FIN-DE-DETALLE.
009910
009920     PERFORM 3500-ASISTENCIA-MES THRU 3500-EXIT.
009930 3400-EXIT.
009940     EXIT.
009950
009960 3410-ESCRIBIR-NOTA.
009970     READ NOTAS-FILE NEXT RECORD
009980         AT END
009990             SET FIN-DE-DETALLE TO TRUE
010000             GO TO 3410-EXIT
010010     END-READ.
010020     IF NOTA-IDEN NOT = WORK-IDEN
010030         SET FIN-DE-DETALLE TO TRUE
010040         GO TO 3410-EXIT
010050     END-IF.
010060     IF NOTA-PERIODO NOT = WS-PERIODO-ACTUAL
010070         GO TO 3410-EXIT
010080     END-IF.
010090     MOVE SPACES         TO WS-POR-NOTA.
010100     MOVE "21"           TO POR-NOT-TIPO.
010110     MOVE NOTA-IDEN      TO POR-NOT-IDEN.
010120     MOVE NOTA-MATERIA   TO POR-NOT-MATERIA.
010130     MOVE NOTA-PERIODO   TO POR-NOT-PERIODO.
010140     MOVE NOTA-CALIF     TO POR-NOT-CALIF.
010150     MOVE NOTA-CANDADO   TO POR-NOT-CANDADO.
010160     PERFORM 8500-ESCRIBIR-RENGLON THRU 8500-EXIT.
010170 3410-EXIT.
010180     EXIT.
010190
010200*----------------------------------------------------------*
010210*  3500-ASISTENCIA-MES - Cuenta la asistencia del mes en     *
010220*  curso y guarda las ausencias sin justificar que siguen    *
010230*  dentro de la ventana de gracia; despues del resumen del   *
010240*  mes va un renglon por cada una.                           *
010250*----------------------------------------------------------*
010260 3500-ASISTENCIA-MES.
010270     INITIALIZE WS-ACUM-ASISTENCIA.
010280     MOVE ZERO TO WS-TOTAL-PENDIENTES.
010290     MOVE WORK-IDEN TO ASIS-IDEN.
010300     MOVE ZERO TO ASIS-FECHA.
010310     MOVE "N" TO WS-FIN-DETALLE.
010320     START ASISTENCIA-FILE KEY NOT < ASIS-CLAVE
010330         INVALID KEY
010340             SET FIN-DE-DETALLE TO TRUE
010350     END-START.
010360     PERFORM 3510-CONTAR-UN-DIA THRU 3510-EXIT
010370         UNTIL FIN-DE-DETALLE.
010380
010390     MOVE SPACES               TO WS-POR-ASISTENCIA.
010400     MOVE "22"                 TO POR-ASI-TIPO.
010410     MOVE WORK-IDEN            TO POR-ASI-IDEN.
010420     MOVE WS-MES-HOY           TO POR-ASI-MES.
010430     MOVE WS-ACUM-PRESENTES    TO POR-ASI-PRESENTES.
010440     MOVE WS-ACUM-AUSENCIAS    TO POR-ASI-AUSENCIAS.
010450     MOVE WS-ACUM-JUSTIFICADAS TO POR-ASI-JUSTIFICADAS.
010460     MOVE WS-ACUM-TARDES       TO POR-ASI-TARDES.
010470     MOVE WS-TOTAL-PENDIENTES  TO POR-ASI-PENDIENTES.
010480     PERFORM 8500-ESCRIBIR-RENGLON THRU 8500-EXIT.
010490
010500     PERFORM 3520-ESCRIBIR-PENDIENTE THRU 3520-EXIT
010510         VARYING WS-IDX-PEN FROM 1 BY 1
010520         UNTIL WS-IDX-PEN > WS-TOTAL-PENDIENTES.
010530 3500-EXIT.
010540     EXIT.
010550
010560 3510-CONTAR-UN-DIA.
010570     READ ASISTENCIA-FILE NEXT RECORD
010580         AT END
010590             SET FIN-DE-DETALLE TO TRUE
010600             GO TO 3510-EXIT
010610     END-READ.
010620     IF ASIS-IDEN NOT = WORK-IDEN
010630         SET FIN-DE-DETALLE TO TRUE
010640         GO TO 3510-EXIT
010650     END-IF.
010660
010670     IF ASIS-AUSENTE
010680        AND NOT ASIS-JUSTIFICADA
010690         COMPUTE WS-AUS-360 =
010700             ASIS-FEC-AAAA * 360 + (ASIS-FEC-MM - 1) * 30
010710             + ASIS-FEC-DD
010720         COMPUTE WS-DIAS-TRANSCURRIDOS = WS-HOY-360 - WS-AUS-360
010730         IF WS-DIAS-TRANSCURRIDOS NOT > WS-DIAS-JUSTIFICA
010740            AND WS-TOTAL-PENDIENTES < 99
010750             ADD 1 TO WS-TOTAL-PENDIENTES
010760             MOVE ASIS-FECHA
010770                 TO WS-PEN-FECHA (WS-TOTAL-PENDIENTES)
010780         END-IF
010790     END-IF.
010800
010810     COMPUTE WS-MES-ASIS =
010820         ASIS-FEC-AAAA * 100 + ASIS-FEC-MM.
010830     IF WS-MES-ASIS NOT = WS-MES-HOY
010840         GO TO 3510-EXIT
010850     END-IF.
010860     EVALUATE TRUE
010870         WHEN ASIS-AUSENTE
010880             ADD 1 TO WS-ACUM-AUSENCIAS
010890             IF ASIS-JUSTIFICADA
010900                 ADD 1 TO WS-ACUM-JUSTIFICADAS
010910             END-IF
010920         WHEN ASIS-TARDE
010930             ADD 1 TO WS-ACUM-TARDES
010940         WHEN OTHER
010950             ADD 1 TO WS-ACUM-PRESENTES
010960     END-EVALUATE.
010970 3510-EXIT.
010980     EXIT.
010990
011000 3520-ESCRIBIR-PENDIENTE.
011010     MOVE SPACES                    TO WS-POR-PENDIENTE.
011020     MOVE "23"                      TO POR-PEN-TIPO.
011030     MOVE WORK-IDEN                 TO POR-PEN-IDEN.
011040     MOVE WS-PEN-FECHA (WS-IDX-PEN) TO POR-PEN-FECHA.
011050     PERFORM 8500-ESCRIBIR-RENGLON THRU 8500-EXIT.
011060 3520-EXIT.
011070     EXIT.
011080
011090*  Baja del estudiante en el portal: solo la clave.
011100 3600-ESTUDIANTE-BAJA.
011110     MOVE SPACES        TO WS-POR-ESTUDIANTE.
011120     MOVE "20"          TO POR-EST-TIPO.
011130     MOVE "B"           TO POR-EST-ACCION.
011140     MOVE WORK-CLIENTE  TO POR-EST-CLIENTE.
011150     MOVE WORK-IDEN     TO POR-EST-IDEN.
011160     MOVE ZERO          TO POR-EST-PROMEDIO.
011170     PERFORM 8500-ESCRIBIR-RENGLON THRU 8500-EXIT.
011180     ADD 1 TO WS-ESTUD-BAJA.
011190 3600-EXIT.
011200     EXIT.
011210
011220*----------------------------------------------------------*
011230*  7000-CERRAR-EXTRACTO - Cola con el total de renglones     *
011240*  (cabecera y cola incluidas) y el de cuentas y estudiantes.*
011250*----------------------------------------------------------*
011260 7000-CERRAR-EXTRACTO.
011270     MOVE SPACES             TO WS-POR-COLA.
011280     MOVE "99"               TO POR-COLA-TIPO.
011290     COMPUTE POR-COLA-RENGLONES = WS-RENGLONES + 1.
011300     COMPUTE POR-COLA-CUENTAS = WS-CUENTAS-ALTA + WS-CUENTAS-BAJA.
011310     COMPUTE POR-COLA-ESTUDIANTES = WS-ESTUD-ALTA + WS-ESTUD-BAJA.
011320     PERFORM 8500-ESCRIBIR-RENGLON THRU 8500-EXIT.
011330     CLOSE PORTAL-FILE.
011340 7000-EXIT.
011350     EXIT.
011360
011370*----------------------------------------------------------*
011380*  8000-GRABAR-CONTROL - Deja en PORTCTL la fecha y hora de  *
011390*  arranque, el mes y el periodo de esta corrida; solo se    *
011400*  llega aqui si el extracto quedo completo.                 *
011410*----------------------------------------------------------*
011420 8000-GRABAR-CONTROL.
011430     OPEN OUTPUT CONTROL-FILE.
011440     MOVE SPACES            TO CONTROL-REC.
011450     MOVE WS-FECHA-HOY      TO CTL-ULT-FECHA.
011460     MOVE WS-HORA-HOY       TO CTL-ULT-HORA.
011470     MOVE WS-MES-HOY        TO CTL-ULT-MES.
011480     MOVE WS-PERIODO-ACTUAL TO CTL-ULT-PERIODO.
011490     WRITE CONTROL-REC.
011500     CLOSE CONTROL-FILE.
011510 8000-EXIT.
011520     EXIT.
011530
011540 8500-ESCRIBIR-RENGLON.
011550     WRITE PORTAL-LINEA FROM WS-POR-CABECERA.
011560     ADD 1 TO WS-RENGLONES.
011570 8500-EXIT.
011580     EXIT.
011590
011600*----------------------------------------------------------*
011610*  9000-FINALIZAR - Cierra archivos e imprime el resumen     *
011620*----------------------------------------------------------*
011630 9000-FINALIZAR.
011640     CLOSE ESTUDIANTE-FILE.
011650     CLOSE CLIENTE-FILE.
011660     CLOSE NOTAS-FILE.
011670     CLOSE ASISTENCIA-FILE.
011680     CLOSE HISTORIAL-FILE.
011690     DISPLAY " ".
011700     DISPLAY "---- EXTRACTO DEL PORTAL DE PADRES ----".
011710     DISPLAY "TIPO DE CARGA             : " WS-TIPO-CARGA.
011720     DISPLAY "DESDE                     : " WS-ULT-FECHA
011730         " " WS-ULT-HORA.
011740     DISPLAY "RENGLONES DE RASTRO LEIDOS: " WS-RASTRO-LEIDOS.
011750     DISPLAY "ESTUDIANTES CON CAMBIOS   : " WS-TOTAL-ESTUD-CAMBIO.
011760     DISPLAY "CUENTAS CON CAMBIOS       : " WS-TOTAL-CTA-CAMBIO.
011770     DISPLAY "ESTUDIANTES LEIDOS        : " WS-ESTUD-LEIDOS.
011780     DISPLAY "ESTUDIANTES SIN CUENTA    : " WS-SIN-CUENTA.
011790     DISPLAY "CUENTAS ENVIADAS          : " WS-CUENTAS-ALTA.
011800     DISPLAY "CUENTAS DADAS DE BAJA     : " WS-CUENTAS-BAJA.
011810     DISPLAY "CUENTAS FUERA DEL PORTAL  : " WS-CUENTAS-EXCLUIDAS.
011820     DISPLAY "ESTUDIANTES ENVIADOS      : " WS-ESTUD-ALTA.
011830     DISPLAY "ESTUDIANTES DADOS DE BAJA : " WS-ESTUD-BAJA.
011840     DISPLAY "RENGLONES EN PORTEXT      : " WS-RENGLONES.
011850 9000-EXIT.
011860     EXIT.

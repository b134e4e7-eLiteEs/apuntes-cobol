000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  EVENLIST                                     *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Lista de la salida para el responsable de un evento: los  *
000090*  participantes con permiso autorizado (EVPAIDX, ver        *
000100*  EVENMANT) agrupados por curso y nombre, con su tipo de    *
000110*  sangre, alergias, primer contacto de emergencia y las     *
000120*  personas autorizadas a recogerlo, de EMERIDX, al estilo   *
000130*  del rol de ESCEMERG.  Al final se listan los permisos     *
000140*  aun pendientes.  La clave del evento se lee de SYSIN (o   *
000150*  de la consola desde MENUPRIN); la salida es una           *
000160*  generacion fechada via RPTGEN.                            *
000170*----------------------------------------------------------*
000180*  MODIFICATIONS.
000190*  2026-10-15 JFV  Creacion inicial.
000200*----------------------------------------------------------*
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. EVENLIST.
000230 AUTHOR. J. FIGUEROA VEGA.
000240 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000250 DATE-WRITTEN. 2026-10-15.
000260 DATE-COMPILED.
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT EVENTO-FILE ASSIGN TO "EVENIDX"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS RANDOM
000340         RECORD KEY IS EVEN-CODIGO
000350         FILE STATUS IS WS-EVE-STATUS.
000360
000370     SELECT PARTICIPANTE-FILE ASSIGN TO "EVPAIDX"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS EVPA-CLAVE
000410         FILE STATUS IS WS-EVP-STATUS.
000420
000430     SELECT EMERGENCIA-FILE ASSIGN TO "EMERIDX"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS EMER-IDEN
000470         FILE STATUS IS WS-EME-STATUS.
000480
000490     SELECT WORK-FILE ASSIGN TO "EVENWORK"
000500         ORGANIZATION IS SEQUENTIAL.
000510
000520     SELECT REPORTE-FILE ASSIGN TO WS-ARCHIVO-REPORTE
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-RPT-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  EVENTO-FILE.
000590     COPY EVENREC.
000600
000610 FD  PARTICIPANTE-FILE.
000620     COPY EVPAREC.
000630
000640 FD  EMERGENCIA-FILE.
000650     COPY EMERREC.
000660
000670 SD  WORK-FILE.
000680 01  WORK-REC.
000690     05  WORK-CURSO                PIC X(10).
000700     05  WORK-NOMBRE               PIC X(30).
000710     05  WORK-IDEN                 PIC X(05).
000720     05  WORK-FIRMANTE             PIC X(30).
000730
000740 FD  REPORTE-FILE.
000750 01  REPORTE-LINEA                PIC X(120).
000760
000770 WORKING-STORAGE SECTION.
000780 01  WS-EVE-STATUS                PIC X(02).
000790     88  WS-EVE-OK                        VALUE "00".
000800
000810 01  WS-EVP-STATUS                PIC X(02).
000820     88  WS-EVP-OK                        VALUE "00".
000830
000840 01  WS-EME-STATUS                PIC X(02).
000850     88  WS-EME-OK                        VALUE "00".
000860
000870 01  WS-RPT-STATUS                PIC X(02).
000880     88  WS-RPT-OK                        VALUE "00".
000890
000900 01  WS-SWITCHES.
000910     05  WS-FIN-PARTICIPANTES     PIC X(01) VALUE "N".
000920         88  FIN-DE-PARTICIPANTES         VALUE "S".
000930     05  WS-FIN-SORT              PIC X(01) VALUE "N".
000940         88  FIN-DE-SORT                  VALUE "S".
000950     05  WS-HAY-EMERGENCIA        PIC X(01) VALUE "N".
000960         88  EMERGENCIA-DISPONIBLE        VALUE "S".
000970     05  WS-HAY-EVENTO            PIC X(01) VALUE "N".
000980         88  EVENTO-HALLADO               VALUE "S".
000990
001000 01  WS-ARCHIVO-REPORTE           PIC X(20) VALUE "EVENLIST".
001010 01  WS-ENTRADA-CODIGO            PIC X(08).
001020 01  WS-CURSO-ANTERIOR            PIC X(10) VALUE SPACES.
001030
001040 01  WS-CONTADORES.
001050     05  WS-AUTORIZADOS           PIC 9(05) COMP VALUE ZERO.
001060     05  WS-PENDIENTES            PIC 9(05) COMP VALUE ZERO.
001070     05  WS-NEGADOS               PIC 9(05) COMP VALUE ZERO.
001080     05  WS-SIN-DATOS             PIC 9(05) COMP VALUE ZERO.
001090 01  WS-CONTEO-EDIT               PIC ZZZZ9.
001100
001110 01  WS-LINEA-EVENTO.
001120     05  FILLER                   PIC X(19)
001130         VALUE "LISTA DE LA SALIDA ".
001140     05  RPT-EVENTO               PIC X(08).
001150     05  FILLER                   PIC X(01) VALUE SPACE.
001160     05  RPT-DESCRIPCION          PIC X(30).
001170     05  FILLER                   PIC X(08) VALUE "  FECHA ".
001180     05  RPT-FECHA                PIC 9(08).
001190     05  FILLER                   PIC X(46) VALUE SPACES.
001200
001210 01  WS-LINEA-LUGAR.
001220     05  FILLER                   PIC X(07) VALUE "LUGAR: ".
001230     05  RPT-LUGAR                PIC X(30).
001240     05  FILLER                   PIC X(15)
001250         VALUE "  RESPONSABLE: ".
001260     05  RPT-RESPONSABLE          PIC X(20).
001270     05  FILLER                   PIC X(08) VALUE "  CUPO: ".
001280     05  RPT-CUPO                 PIC ZZ9.
001290     05  FILLER                   PIC X(37) VALUE SPACES.
001300
001310 01  WS-LINEA-TITULOS             PIC X(120) VALUE
001320     "IDEN  NOMBRE                         SAN ALERGIAS
001330-    "                 CONTACTO DE EMERGENCIA TELEFONO".
001340
001350 01  WS-LINEA-CURSO.
001360     05  FILLER                   PIC X(07) VALUE "CURSO: ".
001370     05  RPT-CURSO                PIC X(10).
001380     05  FILLER                   PIC X(103) VALUE SPACES.
001390
001400 01  WS-LINEA-DETALLE.
001410     05  RPT-IDEN                 PIC X(05).
001420     05  FILLER                   PIC X(01) VALUE SPACE.
001430     05  RPT-NOMBRE               PIC X(30).
001440     05  FILLER                   PIC X(01) VALUE SPACE.
001450     05  RPT-SANGRE               PIC X(03).
001460     05  FILLER                   PIC X(01) VALUE SPACE.
001470     05  RPT-ALERGIAS             PIC X(30).
001480     05  FILLER                   PIC X(01) VALUE SPACE.
001490     05  RPT-CONTACTO             PIC X(20).
001500     05  FILLER                   PIC X(01) VALUE SPACE.
001510     05  RPT-TELEFONO             PIC X(12).
001520     05  FILLER                   PIC X(15) VALUE SPACES.
001530
001540 01  WS-LINEA-RECOGEN.
001550     05  FILLER                   PIC X(15)
001560         VALUE "      RECOGEN: ".
001570     05  RPT-AUTORIZADOS          PIC X(40).
001580     05  FILLER                   PIC X(17)
001590         VALUE "  FIRMO PERMISO: ".
001600     05  RPT-FIRMANTE             PIC X(30).
001610     05  FILLER                   PIC X(18) VALUE SPACES.
001620
001630 01  WS-LINEA-PENDIENTE.
001640     05  RPT-PEN-IDEN             PIC X(05).
001650     05  FILLER                   PIC X(01) VALUE SPACE.
001660     05  RPT-PEN-NOMBRE           PIC X(30).
001670     05  FILLER                   PIC X(01) VALUE SPACE.
001680     05  RPT-PEN-CURSO            PIC X(10).
001690     05  FILLER                   PIC X(73) VALUE SPACES.
001700
001710 COPY ERRPARM.
001720
001730 COPY RPTGPARM.
001740
001750 PROCEDURE DIVISION.
001760 0000-MAINLINE.
001770     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001780     IF EVENTO-HALLADO
001790         PERFORM 2000-GENERAR-LISTA THRU 2000-EXIT
001800         PERFORM 3000-LISTAR-PENDIENTES THRU 3000-EXIT
001810     END-IF.
001820     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001830     GOBACK.
001840
001850*----------------------------------------------------------*
001860*  1000-INICIALIZAR - Lee la clave del evento, abre los      *
001870*  archivos y la generacion.  Sin evento no hay lista.       *
001880*----------------------------------------------------------*
001890 1000-INICIALIZAR.
001900     OPEN INPUT EVENTO-FILE.
001910     IF NOT WS-EVE-OK
001920         MOVE "EVENLIST"      TO ERRHAND-PROGRAMA
001930         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001940         MOVE WS-EVE-STATUS   TO ERRHAND-FILE-STATUS
001950         SET ERRHAND-FATAL TO TRUE
001960         MOVE "ERROR AL ABRIR EVENIDX" TO ERRHAND-MENSAJE
001970         CALL "ERRHAND" USING ERRHAND-PARM
001980         STOP RUN
001990     END-IF.
002000
002010     OPEN INPUT PARTICIPANTE-FILE.
002020     IF NOT WS-EVP-OK
002030         MOVE "EVENLIST"      TO ERRHAND-PROGRAMA
002040         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
002050         MOVE WS-EVP-STATUS   TO ERRHAND-FILE-STATUS
002060         SET ERRHAND-FATAL TO TRUE
002070         MOVE "ERROR AL ABRIR EVPAIDX" TO ERRHAND-MENSAJE
002080         CALL "ERRHAND" USING ERRHAND-PARM
002090         STOP RUN
002100     END-IF.
002110
002120*  Sin EMERIDX la lista sale igualmente, marcando la falta
002130*  de datos, como en ESCEMERG.
002140     OPEN INPUT EMERGENCIA-FILE.
002150     IF WS-EME-OK
002160         SET EMERGENCIA-DISPONIBLE TO TRUE
002170     END-IF.
002180
002190     DISPLAY "Clave del evento:".
002200     MOVE SPACES TO WS-ENTRADA-CODIGO.
002210     ACCEPT WS-ENTRADA-CODIGO.
002220     MOVE WS-ENTRADA-CODIGO TO EVEN-CODIGO.
002230     READ EVENTO-FILE
002240         INVALID KEY
002250             DISPLAY "EVENTO NO ENCONTRADO: " WS-ENTRADA-CODIGO
002260             GO TO 1000-EXIT
002270     END-READ.
002280     SET EVENTO-HALLADO TO TRUE.
002290     IF EVEN-CANCELADO
002300         DISPLAY "AVISO: EL EVENTO ESTA CANCELADO"
002310     END-IF.
002320
002330     MOVE "EVENLIST" TO RPTGEN-REPORTE.
002340     CALL "RPTGEN" USING RPTGEN-PARM.
002350     MOVE RPTGEN-ARCHIVO TO WS-ARCHIVO-REPORTE.
002360     OPEN OUTPUT REPORTE-FILE.
002370
002380     MOVE EVEN-CODIGO      TO RPT-EVENTO.
002390     MOVE EVEN-DESCRIPCION TO RPT-DESCRIPCION.
002400     MOVE EVEN-FECHA       TO RPT-FECHA.
002410     WRITE REPORTE-LINEA FROM WS-LINEA-EVENTO.
002420     MOVE EVEN-LUGAR       TO RPT-LUGAR.
002430     MOVE EVEN-RESPONSABLE TO RPT-RESPONSABLE.
002440     MOVE EVEN-CAPACIDAD   TO RPT-CUPO.
002450     WRITE REPORTE-LINEA FROM WS-LINEA-LUGAR.
002460     MOVE SPACES TO REPORTE-LINEA.
002470     WRITE REPORTE-LINEA.
002480     WRITE REPORTE-LINEA FROM WS-LINEA-TITULOS.
002490 1000-EXIT.
002500     EXIT.
002510
002520*----------------------------------------------------------*
002530*  2000-GENERAR-LISTA - Ordena los autorizados del evento    *
002540*  por curso y nombre e imprime cada uno con sus datos de    *
002550*  emergencia.                                               *
002560*----------------------------------------------------------*
002570 2000-GENERAR-LISTA.
002580     SORT WORK-FILE
002590         ON ASCENDING KEY WORK-CURSO WORK-NOMBRE
002600         INPUT PROCEDURE IS 2100-CARGAR-AUTORIZADOS
002610             THRU 2100-EXIT
002620         OUTPUT PROCEDURE IS 2200-IMPRIMIR-LISTA THRU 2200-EXIT.
002630 2000-EXIT.
002640     EXIT.
002650
002660 2100-CARGAR-AUTORIZADOS.
002670     PERFORM 8000-INICIAR-PARTICIPANTES THRU 8000-EXIT.
002680     PERFORM 2110-LEER-PARTICIPANTE THRU 2110-EXIT
002690         UNTIL FIN-DE-PARTICIPANTES.
002700 2100-EXIT.
002710     EXIT.
002720
002730 2110-LEER-PARTICIPANTE.
002740     PERFORM 8100-LEER-PARTICIPANTE THRU 8100-EXIT.
002750     IF FIN-DE-PARTICIPANTES
002760         GO TO 2110-EXIT
002770     END-IF.
002780     EVALUATE TRUE
002790         WHEN EVPA-AUTORIZADO
002800             MOVE EVPA-CURSO    TO WORK-CURSO
002810             MOVE EVPA-NOMBRE   TO WORK-NOMBRE
002820             MOVE EVPA-IDEN     TO WORK-IDEN
002830             MOVE EVPA-FIRMANTE TO WORK-FIRMANTE
002840             RELEASE WORK-REC
002850         WHEN EVPA-NEGADO
002860             ADD 1 TO WS-NEGADOS
002870         WHEN OTHER
002880             ADD 1 TO WS-PENDIENTES
002890     END-EVALUATE.
002900 2110-EXIT.
002910     EXIT.
002920
002930 2200-IMPRIMIR-LISTA.
002940     PERFORM 2210-RETORNAR-UNO THRU 2210-EXIT
002950         UNTIL FIN-DE-SORT.
002960 2200-EXIT.
002970     EXIT.
002980
002990 2210-RETORNAR-UNO.
003000     RETURN WORK-FILE
003010         AT END
003020             SET FIN-DE-SORT TO TRUE
003030             GO TO 2210-EXIT
003040     END-RETURN.
003050
003060     IF WORK-CURSO NOT = WS-CURSO-ANTERIOR
003070         MOVE WORK-CURSO TO WS-CURSO-ANTERIOR
003080         MOVE WORK-CURSO TO RPT-CURSO
003090         MOVE SPACES TO REPORTE-LINEA
003100         WRITE REPORTE-LINEA
003110         WRITE REPORTE-LINEA FROM WS-LINEA-CURSO
003120     END-IF.
003130
003140     MOVE WORK-IDEN     TO RPT-IDEN.
003150     MOVE WORK-NOMBRE   TO RPT-NOMBRE.
003160     MOVE WORK-FIRMANTE TO RPT-FIRMANTE.
003170     IF EMERGENCIA-DISPONIBLE
003180         MOVE WORK-IDEN TO EMER-IDEN
003190         READ EMERGENCIA-FILE
003200             INVALID KEY
003210                 PERFORM 2300-MARCAR-SIN-DATOS THRU 2300-EXIT
003220             NOT INVALID KEY
003230                 MOVE EMER-TIPO-SANGRE      TO RPT-SANGRE
003240                 MOVE EMER-ALERGIAS         TO RPT-ALERGIAS
003250                 MOVE EMER-CON-NOMBRE (1)   TO RPT-CONTACTO
003260                 MOVE EMER-CON-TELEFONO (1) TO RPT-TELEFONO
003270                 MOVE EMER-AUTORIZADOS      TO RPT-AUTORIZADOS
003280         END-READ
003290     ELSE
003300         PERFORM 2300-MARCAR-SIN-DATOS THRU 2300-EXIT
003310     END-IF.
003320     WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE.
003330     WRITE REPORTE-LINEA FROM WS-LINEA-RECOGEN.
003340     ADD 1 TO WS-AUTORIZADOS.
003350 2210-EXIT.
003360     EXIT.
003370
003380 2300-MARCAR-SIN-DATOS.
003390     ADD 1 TO WS-SIN-DATOS.
003400     MOVE SPACES        TO RPT-SANGRE.
003410     MOVE SPACES        TO RPT-ALERGIAS.
003420     MOVE "(SIN DATOS)" TO RPT-CONTACTO.
003430     MOVE SPACES        TO RPT-TELEFONO.
003440     MOVE "(SIN DATOS)" TO RPT-AUTORIZADOS.
003450 2300-EXIT.
003460     EXIT.
003470
003480*----------------------------------------------------------*
003490*  3000-LISTAR-PENDIENTES - Participantes que aun no         *
003500*  entregan el permiso firmado, en orden de ID.              *
003510*----------------------------------------------------------*
003520 3000-LISTAR-PENDIENTES.
003530     MOVE SPACES TO REPORTE-LINEA.
003540     WRITE REPORTE-LINEA.
003550     MOVE "PERMISOS PENDIENTES" TO REPORTE-LINEA.
003560     WRITE REPORTE-LINEA.
003570     IF WS-PENDIENTES = ZERO
003580         MOVE "(NINGUNO)" TO REPORTE-LINEA
003590         WRITE REPORTE-LINEA
003600         GO TO 3000-EXIT
003610     END-IF.
003620     PERFORM 8000-INICIAR-PARTICIPANTES THRU 8000-EXIT.
003630     PERFORM 3100-LISTAR-UNO THRU 3100-EXIT
003640         UNTIL FIN-DE-PARTICIPANTES.
003650 3000-EXIT.
003660     EXIT.
003670
003680 3100-LISTAR-UNO.
003690     PERFORM 8100-LEER-PARTICIPANTE THRU 8100-EXIT.
003700     IF FIN-DE-PARTICIPANTES
003710         GO TO 3100-EXIT
003720     END-IF.
003730     IF NOT EVPA-PENDIENTE
003740         GO TO 3100-EXIT
003750     END-IF.
003760     MOVE EVPA-IDEN   TO RPT-PEN-IDEN.
003770     MOVE EVPA-NOMBRE TO RPT-PEN-NOMBRE.
003780     MOVE EVPA-CURSO  TO RPT-PEN-CURSO.
003790     WRITE REPORTE-LINEA FROM WS-LINEA-PENDIENTE.
003800 3100-EXIT.
003810     EXIT.
003820
003830*----------------------------------------------------------*
003840*  8000-INICIAR-PARTICIPANTES - Se coloca en el primer       *
003850*  participante del evento.                                  *
003860*----------------------------------------------------------*
003870 8000-INICIAR-PARTICIPANTES.
003880     MOVE "N" TO WS-FIN-PARTICIPANTES.
003890     MOVE EVEN-CODIGO TO EVPA-EVENTO.
003900     MOVE LOW-VALUES  TO EVPA-IDEN.
003910     START PARTICIPANTE-FILE KEY NOT < EVPA-CLAVE
003920         INVALID KEY
003930             SET FIN-DE-PARTICIPANTES TO TRUE
003940     END-START.
003950 8000-EXIT.
003960     EXIT.
003970
003980 8100-LEER-PARTICIPANTE.
003990     READ PARTICIPANTE-FILE NEXT RECORD
004000         AT END
004010             SET FIN-DE-PARTICIPANTES TO TRUE
004020             GO TO 8100-EXIT
004030     END-READ.
004040     IF EVPA-EVENTO NOT = EVEN-CODIGO
004050         SET FIN-DE-PARTICIPANTES TO TRUE
004060     END-IF.
004070 8100-EXIT.
004080     EXIT.
004090
004100*----------------------------------------------------------*
004110*  9000-FINALIZAR - Cierra archivos e imprime el resumen     *
004120*----------------------------------------------------------*
004130 9000-FINALIZAR.
004140     CLOSE EVENTO-FILE.
004150     CLOSE PARTICIPANTE-FILE.
004160     IF EMERGENCIA-DISPONIBLE
004170         CLOSE EMERGENCIA-FILE
004180     END-IF.
004190     IF NOT EVENTO-HALLADO
004200         GO TO 9000-EXIT
004210     END-IF.
004220     MOVE WS-AUTORIZADOS TO WS-CONTEO-EDIT.
004230     MOVE SPACES TO REPORTE-LINEA.
004240     WRITE REPORTE-LINEA.
004250     STRING "AUTORIZADOS: " DELIMITED BY SIZE
004260            WS-CONTEO-EDIT DELIMITED BY SIZE
004270         INTO REPORTE-LINEA
004280     END-STRING.
004290     WRITE REPORTE-LINEA.
004300     CLOSE REPORTE-FILE.
004310     DISPLAY " ".
004320     DISPLAY "AUTORIZADOS EN LA LISTA: " WS-AUTORIZADOS.
004330     DISPLAY "PERMISOS PENDIENTES    : " WS-PENDIENTES.
004340     DISPLAY "PERMISOS NEGADOS       : " WS-NEGADOS.
004350     DISPLAY "SIN DATOS DE EMERGENCIA: " WS-SIN-DATOS.
004360     DISPLAY "GENERACION: " WS-ARCHIVO-REPORTE.
004370 9000-EXIT.
004380     EXIT.

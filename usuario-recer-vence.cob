000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  USRRECVE                                     *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Cierre de la recertificacion trimestral de accesos: toda  *
000090*  cuenta de RECERIDX que a su fecha limite sigue pendiente  *
000100*  (P) o que su jefe declaro no requerida (N) se bloquea en  *
000110*  LOGINUSR, con un renglon encadenado RECER-DESA en         *
000120*  LOGAUDIT, y queda desactivada (D) en RECERIDX.  Lista lo  *
000130*  desactivado en un reporte fechado.  RC 4 si desactivo     *
000140*  alguna cuenta.                                            *
000150*----------------------------------------------------------*
000160*  MODIFICATIONS.
000170*  2026-10-15 JFV  Creacion inicial.
000180*----------------------------------------------------------*
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. USRRECVE.
000210 AUTHOR. J. FIGUEROA VEGA.
000220 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000230 DATE-WRITTEN. 2026-10-15.
000240 DATE-COMPILED.
000250
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT RECER-FILE ASSIGN TO "RECERIDX"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS SEQUENTIAL
000320         RECORD KEY IS RECER-USERNAME
000330         FILE STATUS IS WS-REC-STATUS.
000340
000350     SELECT USUARIO-FILE ASSIGN TO "LOGINUSR"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS RANDOM
000380         RECORD KEY IS USUARIO-USERNAME
000390         FILE STATUS IS WS-USR-STATUS.
000400
000410     SELECT AUDITORIA-FILE ASSIGN TO "LOGAUDIT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-AUD-STATUS.
000440
000450     SELECT REPORTE-FILE ASSIGN TO WS-ARCHIVO-REPORTE
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-RPT-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  RECER-FILE.
000520     COPY RECEREC.
000530
000540 FD  USUARIO-FILE.
000550     COPY USRREC.
000560
000570 FD  AUDITORIA-FILE.
000580 01  AUD-REC.
000590     05  AUD-FECHA                PIC 9(08).
000600     05  FILLER                  PIC X(01) VALUE SPACE.
000610     05  AUD-HORA                 PIC 9(06).
000620     05  FILLER                  PIC X(01) VALUE SPACE.
000630     05  AUD-USERNAME             PIC X(20).
000640     05  FILLER                  PIC X(01) VALUE SPACE.
000650     05  AUD-RESULTADO            PIC X(10).
000660     05  FILLER                  PIC X(01) VALUE SPACE.
000670     05  AUD-DETALLE              PIC X(20).
000680     05  FILLER                  PIC X(01) VALUE SPACE.
000690     05  AUD-SECUENCIA            PIC 9(09).
000700     05  FILLER                  PIC X(01) VALUE SPACE.
000710     05  AUD-CADENA               PIC X(20).
000720
000730 FD  REPORTE-FILE.
000740 01  REPORTE-LINEA                PIC X(80).
000750
000760 WORKING-STORAGE SECTION.
000770 01  WS-REC-STATUS                PIC X(02).
000780     88  WS-REC-OK                        VALUE "00".
000790     88  WS-REC-FIN-ARCHIVO               VALUE "10".
000800     88  WS-REC-NO-EXISTE                 VALUE "35".
000810
000820 01  WS-USR-STATUS                PIC X(02).
000830     88  WS-USR-OK                        VALUE "00".
000840
000850 01  WS-AUD-STATUS                PIC X(02).
000860     88  WS-AUD-OK                        VALUE "00".
000870
000880 01  WS-RPT-STATUS                PIC X(02).
000890     88  WS-RPT-OK                        VALUE "00".
000900
000910 01  WS-ARCHIVO-REPORTE           PIC X(20) VALUE "USRRECVE".
000920
000930 01  WS-SWITCHES.
000940     05  WS-FIN-RECER             PIC X(01) VALUE "N".
000950         88  FIN-DE-RECER                 VALUE "S".
000960
000970 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
000980 01  WS-RETORNO                   PIC 9(02) VALUE ZERO.
000990
001000 01  WS-CONTADORES.
001010     05  WS-TOT-LEIDAS            PIC 9(05) COMP VALUE ZERO.
001020     05  WS-TOT-DESACTIVADAS      PIC 9(05) COMP VALUE ZERO.
001030     05  WS-TOT-YA-BLOQUEADAS     PIC 9(05) COMP VALUE ZERO.
001040     05  WS-TOT-SIN-CUENTA        PIC 9(05) COMP VALUE ZERO.
001050
001060 01  WS-LINEA-TITULO.
001070     05  FILLER                   PIC X(45) VALUE
001080         "USRRECVE - CUENTAS DESACTIVADAS AL VENCER LA ".
001090     05  FILLER                   PIC X(17) VALUE
001100         "RECERTIFICACION  ".
001110     05  RPT-FECHA                PIC 9(08).
001120     05  FILLER                   PIC X(10) VALUE SPACES.
001130
001140 01  WS-LINEA-ENCABEZADO.
001150     05  FILLER                   PIC X(42) VALUE
001160         "CUENTA               JEFE                 ".
001170     05  FILLER                   PIC X(38) VALUE
001180         "LIMITE   MOTIVO                       ".
001190
001200 01  WS-LINEA-DETALLE.
001210     05  RPT-USERNAME             PIC X(20).
001220     05  FILLER                   PIC X(01) VALUE SPACE.
001230     05  RPT-JEFE                 PIC X(20).
001240     05  FILLER                   PIC X(01) VALUE SPACE.
001250     05  RPT-LIMITE               PIC 9(08).
001260     05  FILLER                   PIC X(01) VALUE SPACE.
001270     05  RPT-MOTIVO               PIC X(29).
001280
001290 01  WS-LINEA-TOTAL.
001300     05  RPT-TOT-TEXTO            PIC X(40).
001310     05  RPT-TOT-CANTIDAD         PIC ZZ,ZZ9.
001320     05  FILLER                   PIC X(34) VALUE SPACES.
001330
001340 COPY ERRPARM.
001350
001360 COPY RPTGPARM.
001370
001380 COPY CADEPARM.
001390
001400 PROCEDURE DIVISION.
001410 0000-MAINLINE.
001420     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001430     PERFORM 2000-PROCESAR-CUENTA THRU 2000-EXIT
001440         UNTIL FIN-DE-RECER.
001450     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001460     STOP RUN.
001470
001480*----------------------------------------------------------*
001490*  1000-INICIALIZAR - Abre RECERIDX, LOGINUSR, la bitacora   *
001500*  encadenada y el reporte.  Sin RECERIDX no hay nada que    *
001510*  vencer.                                                   *
001520*----------------------------------------------------------*
001530 1000-INICIALIZAR.
001540     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
001550
001560     OPEN I-O RECER-FILE.
001570     IF WS-REC-NO-EXISTE
001580         DISPLAY "USRRECVE - SIN RECERIDX, NADA QUE VENCER"
001590         STOP RUN
001600     END-IF.
001610     IF NOT WS-REC-OK
001620         MOVE WS-REC-STATUS TO ERRHAND-FILE-STATUS
001630         MOVE "ERROR AL ABRIR RECERIDX" TO ERRHAND-MENSAJE
001640         PERFORM 1900-ERROR-APERTURA THRU 1900-EXIT
001650     END-IF.
001660
001670     OPEN I-O USUARIO-FILE.
001680     IF NOT WS-USR-OK
001690         MOVE WS-USR-STATUS TO ERRHAND-FILE-STATUS
001700         MOVE "ERROR AL ABRIR LOGINUSR" TO ERRHAND-MENSAJE
001710         PERFORM 1900-ERROR-APERTURA THRU 1900-EXIT
001720     END-IF.
001730
001740     MOVE "LOGAUDIT" TO AUDCADEN-ARCHIVO.
001750     MOVE 69 TO AUDCADEN-POSICION.
001760     SET AUDCADEN-ULTIMO TO TRUE.
001770     CALL "AUDCADEN" USING AUDCADEN-PARM.
001780     OPEN EXTEND AUDITORIA-FILE.
001790     IF NOT WS-AUD-OK
001800         OPEN OUTPUT AUDITORIA-FILE
001810     END-IF.
001820
001830     MOVE "USRRECVE" TO RPTGEN-REPORTE.
001840     CALL "RPTGEN" USING RPTGEN-PARM.
001850     MOVE RPTGEN-ARCHIVO TO WS-ARCHIVO-REPORTE.
001860     OPEN OUTPUT REPORTE-FILE.
001870     MOVE WS-FECHA-HOY TO RPT-FECHA.
001880     WRITE REPORTE-LINEA FROM WS-LINEA-TITULO.
001890     WRITE REPORTE-LINEA FROM WS-LINEA-ENCABEZADO.
001900 1000-EXIT.
001910     EXIT.
001920
001930 1900-ERROR-APERTURA.
001940     MOVE "USRRECVE"         TO ERRHAND-PROGRAMA.
001950     MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO.
001960     SET ERRHAND-FATAL TO TRUE.
001970     CALL "ERRHAND" USING ERRHAND-PARM.
001980     MOVE 8 TO RETURN-CODE.
001990     STOP RUN.
002000 1900-EXIT.
002010     EXIT.
002020
002030*----------------------------------------------------------*
002040*  2000-PROCESAR-CUENTA - Una cuenta de RECERIDX: solo       *
002050*  vence la pendiente o no requerida con el plazo cumplido.  *
002060*----------------------------------------------------------*
002070 2000-PROCESAR-CUENTA.
002080     READ RECER-FILE NEXT RECORD
002090         AT END
002100             SET FIN-DE-RECER TO TRUE
002110             GO TO 2000-EXIT
002120     END-READ.
002130     ADD 1 TO WS-TOT-LEIDAS.
002140     IF NOT RECER-PENDIENTE AND NOT RECER-NO-REQUERIDA
002150         GO TO 2000-EXIT
002160     END-IF.
002170     IF RECER-FEC-LIMITE NOT < WS-FECHA-HOY
002180         GO TO 2000-EXIT
002190     END-IF.
002200
002210     MOVE RECER-USERNAME   TO RPT-USERNAME.
002220     MOVE RECER-JEFE       TO RPT-JEFE.
002230     MOVE RECER-FEC-LIMITE TO RPT-LIMITE.
002240     IF RECER-PENDIENTE
002250         MOVE "SIN CONFIRMAR AL VENCIMIENTO" TO RPT-MOTIVO
002260     ELSE
002270         MOVE "JEFE: YA NO ES NECESARIA" TO RPT-MOTIVO
002280     END-IF.
002290
002300     MOVE RECER-USERNAME TO USUARIO-USERNAME.
002310     READ USUARIO-FILE
002320         INVALID KEY
002330             ADD 1 TO WS-TOT-SIN-CUENTA
002340             MOVE "YA NO EXISTE EN LOGINUSR" TO RPT-MOTIVO
002350             GO TO 2100-MARCAR-DESACTIVADA
002360     END-READ.
002370     IF USUARIO-BLOQUEADO
002380         ADD 1 TO WS-TOT-YA-BLOQUEADAS
002390         MOVE "YA ESTABA BLOQUEADA" TO RPT-MOTIVO
002400         GO TO 2100-MARCAR-DESACTIVADA
002410     END-IF.
002420     SET USUARIO-BLOQUEADO TO TRUE.
002430     REWRITE USUARIO-REC
002440         INVALID KEY
002450             MOVE "USRRECVE"      TO ERRHAND-PROGRAMA
002460             MOVE "2000-PROCESAR-CUENTA" TO ERRHAND-PARRAFO
002470             MOVE WS-USR-STATUS   TO ERRHAND-FILE-STATUS
002480             SET ERRHAND-ADVERTENCIA TO TRUE
002490             MOVE "NO SE PUDO BLOQUEAR LA CUENTA"
002500                 TO ERRHAND-MENSAJE
002510             CALL "ERRHAND" USING ERRHAND-PARM
002520             MOVE 8 TO WS-RETORNO
002530             GO TO 2000-EXIT
002540     END-REWRITE.
002550     ADD 1 TO WS-TOT-DESACTIVADAS.
002560     PERFORM 8800-AUDITAR THRU 8800-EXIT.
002570 2100-MARCAR-DESACTIVADA.
002580     SET RECER-DESACTIVADA TO TRUE.
002590     MOVE WS-FECHA-HOY TO RECER-FEC-RESPUESTA.
002600     MOVE "USRRECVE"   TO RECER-RESPONDIO.
002610     REWRITE RECER-REC.
002620     WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE.
002630 2000-EXIT.
002640     EXIT.
002650
002660*----------------------------------------------------------*
002670*  8800-AUDITAR - Renglon RECER-DESA en LOGAUDIT a nombre    *
002680*  del proceso, con la cuenta en el detalle, numerado y      *
002690*  encadenado (rutina AUDCADEN).                             *
002700*----------------------------------------------------------*
002710 8800-AUDITAR.
002720     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
002730     ACCEPT AUD-HORA FROM TIME.
002740     MOVE "USRRECVE"     TO AUD-USERNAME.
002750     MOVE "RECER-DESA"   TO AUD-RESULTADO.
002760     MOVE RECER-USERNAME TO AUD-DETALLE.
002770     ADD 1 TO AUDCADEN-SECUENCIA.
002780     MOVE AUDCADEN-SECUENCIA TO AUD-SECUENCIA.
002790     MOVE AUD-REC TO AUDCADEN-RENGLON.
002800     SET AUDCADEN-ENCADENAR TO TRUE.
002810     CALL "AUDCADEN" USING AUDCADEN-PARM.
002820     MOVE AUDCADEN-CADENA TO AUD-CADENA.
002830     WRITE AUD-REC.
002840 8800-EXIT.
002850     EXIT.
002860
002870*----------------------------------------------------------*
002880*  9000-FINALIZAR - Totales y cierre                         *
002890*----------------------------------------------------------*
002900 9000-FINALIZAR.
002910     MOVE SPACES TO REPORTE-LINEA.
002920     WRITE REPORTE-LINEA.
002930     MOVE "CUENTAS LEIDAS EN RECERIDX" TO RPT-TOT-TEXTO.
002940     MOVE WS-TOT-LEIDAS TO RPT-TOT-CANTIDAD.
002950     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
002960     MOVE "BLOQUEADAS EN LOGINUSR" TO RPT-TOT-TEXTO.
002970     MOVE WS-TOT-DESACTIVADAS TO RPT-TOT-CANTIDAD.
002980     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
002990     MOVE "YA ESTABAN BLOQUEADAS" TO RPT-TOT-TEXTO.
003000     MOVE WS-TOT-YA-BLOQUEADAS TO RPT-TOT-CANTIDAD.
003010     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
003020     MOVE "YA NO EXISTIAN EN LOGINUSR" TO RPT-TOT-TEXTO.
003030     MOVE WS-TOT-SIN-CUENTA TO RPT-TOT-CANTIDAD.
003040     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
003050
003060     CLOSE RECER-FILE.
003070     CLOSE USUARIO-FILE.
003080     CLOSE AUDITORIA-FILE.
003090     CLOSE REPORTE-FILE.
003100
003110     DISPLAY "USRRECVE - CUENTAS DESACTIVADAS: "
003120         WS-TOT-DESACTIVADAS.
003130     DISPLAY "REPORTE: " WS-ARCHIVO-REPORTE.
003140     IF WS-TOT-DESACTIVADAS > ZERO AND WS-RETORNO < 4
003150         MOVE 4 TO WS-RETORNO
003160     END-IF.
003170     MOVE WS-RETORNO TO RETURN-CODE.
003180 9000-EXIT.
003190     EXIT.

000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  BLOQCHK                                     *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Rutina comun de consulta del bloqueo por adeudo de una    *
000090*  cuenta de tutor (BLOQIDX, ver CLIBLOQ).  Los procesos de  *
000100*  reinscripcion y de documentos oficiales llenan            *
000110*  BLOQCHK-PARM (copy/BLOQPARM.cpy) con el numero de cuenta  *
000120*  o con el nombre del tutor del estudiante y hacen CALL     *
000130*  "BLOQCHK"; la rutina responde libre, bloqueada o con      *
000140*  excepcion vigente aprobada en la cola APRBIDX.            *
000150*----------------------------------------------------------*
000160*  MODIFICATIONS.
000170*  2026-10-15 JFV  Creacion inicial.
000180*----------------------------------------------------------*
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BLOQCHK.
000210 AUTHOR. J. FIGUEROA VEGA.
000220 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000230 DATE-WRITTEN. 2026-10-15.
000240 DATE-COMPILED.
000250
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT CLIENTE-FILE ASSIGN TO "CLIMAST"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS CLIENTE-NUMERO
000330         ALTERNATE RECORD KEY IS CLIENTE-NOMBRE
000340             WITH DUPLICATES
000350         FILE STATUS IS WS-CLI-STATUS.
000360
000370     SELECT BLOQUEO-FILE ASSIGN TO "BLOQIDX"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS BLOQ-CLIENTE
000410         FILE STATUS IS WS-BLQ-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  CLIENTE-FILE.
000460     COPY CLIREC.
000470
000480 FD  BLOQUEO-FILE.
000490     COPY BLOQREC.
000500
000510 WORKING-STORAGE SECTION.
000520 01  WS-CLI-STATUS                PIC X(02).
000530     88  WS-CLI-OK                        VALUE "00".
000540
000550 01  WS-BLQ-STATUS                PIC X(02).
000560     88  WS-BLQ-OK                        VALUE "00".
000570     88  WS-BLQ-NO-EXISTE                 VALUE "35".
000580
000590 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
000600
000610 LINKAGE SECTION.
000620 COPY BLOQPARM.
000630
000640 PROCEDURE DIVISION USING BLOQCHK-PARM.
000650 0000-MAINLINE.
000660     SET BLOQCHK-LIBRE TO TRUE.
000670     MOVE ZERO TO BLOQCHK-FEC-ALTA.
000680     MOVE ZERO TO BLOQCHK-VENCIDO.
000690     MOVE ZERO TO BLOQCHK-EXC-HASTA.
000700     IF BLOQCHK-CLIENTE = SPACES
000710         PERFORM 1000-BUSCAR-CUENTA THRU 1000-EXIT
000720     END-IF.
000730     IF BLOQCHK-CLIENTE NOT = SPACES
000740        AND NOT BLOQCHK-ERROR-ARCHIVO
000750         PERFORM 2000-CONSULTAR-BLOQUEO THRU 2000-EXIT
000760     END-IF.
000770     GOBACK.
000780
000790*----------------------------------------------------------*
000800*  1000-BUSCAR-CUENTA - Obtiene el numero de cuenta del      *
000810*  tutor por su nombre en CLIMAST (la misma liga que usan    *
000820*  BECAREVI y CLICERTF).  Un tutor sin cuenta queda libre.   *
000830*----------------------------------------------------------*
000840 1000-BUSCAR-CUENTA.
000850     IF BLOQCHK-TUTOR = SPACES
000860         GO TO 1000-EXIT
000870     END-IF.
000880     OPEN INPUT CLIENTE-FILE.
000890     IF NOT WS-CLI-OK
000900         SET BLOQCHK-ERROR-ARCHIVO TO TRUE
000910         GO TO 1000-EXIT
000920     END-IF.
000930     MOVE BLOQCHK-TUTOR TO CLIENTE-NOMBRE.
000940     READ CLIENTE-FILE KEY IS CLIENTE-NOMBRE
000950         INVALID KEY
000960             MOVE SPACES TO BLOQCHK-CLIENTE
000970         NOT INVALID KEY
000980             MOVE CLIENTE-NUMERO TO BLOQCHK-CLIENTE
000990     END-READ.
001000     CLOSE CLIENTE-FILE.
001010 1000-EXIT.
001020     EXIT.
001030
001040*----------------------------------------------------------*
001050*  2000-CONSULTAR-BLOQUEO - Lee la cuenta en BLOQIDX.  Si    *
001060*  el archivo aun no se ha creado no hay bloqueos; cualquier *
001070*  otro error de apertura se responde con error de archivo. *
001080*----------------------------------------------------------*
001090 2000-CONSULTAR-BLOQUEO.
001100     OPEN INPUT BLOQUEO-FILE.
001110     IF WS-BLQ-NO-EXISTE
001120         GO TO 2000-EXIT
001130     END-IF.
001140     IF NOT WS-BLQ-OK
001150         SET BLOQCHK-ERROR-ARCHIVO TO TRUE
001160         GO TO 2000-EXIT
001170     END-IF.
001180
001190     MOVE BLOQCHK-CLIENTE TO BLOQ-CLIENTE.
001200     READ BLOQUEO-FILE
001210         INVALID KEY
001220             MOVE "L" TO BLOQ-ESTADO
001230     END-READ.
001240     CLOSE BLOQUEO-FILE.
001250
001260     IF NOT BLOQ-ACTIVO
001270         GO TO 2000-EXIT
001280     END-IF.
001290
001300     MOVE BLOQ-FEC-ALTA  TO BLOQCHK-FEC-ALTA.
001310     MOVE BLOQ-VENCIDO   TO BLOQCHK-VENCIDO.
001320     MOVE BLOQ-EXC-HASTA TO BLOQCHK-EXC-HASTA.
001330     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
001340     IF BLOQ-EXC-HASTA NOT < WS-FECHA-HOY
001350         SET BLOQCHK-EXCEPCION TO TRUE
001360     ELSE
001370         SET BLOQCHK-BLOQUEADO TO TRUE
001380     END-IF.
001390 2000-EXIT.
001400     EXIT.

000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  CAJACONV                                    *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Conversion unica de los recibos de caja: lee el CAJADIA   *
000090*  secuencial anterior (solo los recibos sin corte) y        *
000100*  escribe CAJADIAN indexado por folio con el layout comun   *
000110*  CAJAREC, cada recibo como pendiente de corte.             *
000120*  Operaciones renombra CAJADIAN a CAJADIA al terminar.  Se  *
000130*  corre una sola vez por ambiente.                           *
000140*----------------------------------------------------------*
000150*  MODIFICATIONS.
000160*  2026-10-15 JFV  Creacion inicial.
000170*----------------------------------------------------------*
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. CAJACONV.
000200 AUTHOR. J. FIGUEROA VEGA.
000210 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000220 DATE-WRITTEN. 2026-10-15.
000230 DATE-COMPILED.
000240
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT DIA-VIEJO ASSIGN TO "CAJADIA"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-VIE-STATUS.
000310
000320     SELECT DIA-FILE ASSIGN TO "CAJADIAN"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS DIA-FOLIO
000360         FILE STATUS IS WS-DIA-STATUS.
000370
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  DIA-VIEJO.
000410 01  VIEJO-REC.
000420     05  VIEJO-FOLIO              PIC 9(06).
000430     05  FILLER                   PIC X(01).
000440     05  VIEJO-FECHA              PIC 9(08).
000450     05  FILLER                   PIC X(01).
000460     05  VIEJO-CLIENTE            PIC X(06).
000470     05  FILLER                   PIC X(01).
000480     05  VIEJO-MONTO              PIC 9(08)V9(02).
000490     05  FILLER                   PIC X(01).
000500     05  VIEJO-OPERADOR           PIC X(20).
000510
000520 FD  DIA-FILE.
000530     COPY CAJAREC.
000540
000550 WORKING-STORAGE SECTION.
000560 01  WS-VIE-STATUS                PIC X(02).
000570     88  WS-VIE-OK                        VALUE "00".
000580     88  WS-VIE-FIN-ARCHIVO               VALUE "10".
000590
000600 01  WS-DIA-STATUS                PIC X(02).
000610     88  WS-DIA-OK                        VALUE "00".
000620
000630 01  WS-CONTADORES.
000640     05  WS-TOTAL-LEIDOS          PIC 9(07) COMP VALUE ZERO.
000650     05  WS-TOTAL-CONVERTIDOS     PIC 9(07) COMP VALUE ZERO.
000660
000670 COPY ERRPARM.
000680
000690 PROCEDURE DIVISION.
000700 0000-MAINLINE.
000710     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
000720     PERFORM 2000-CONVERTIR-RECIBOS THRU 2000-EXIT
000730         UNTIL WS-VIE-FIN-ARCHIVO.
000740     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
000750     STOP RUN.
000760
000770*----------------------------------------------------------*
000780*  1000-INICIALIZAR - Abre el secuencial viejo y crea el     *
000790*  indexado nuevo.                                            *
000800*----------------------------------------------------------*
000810 1000-INICIALIZAR.
000820     OPEN INPUT DIA-VIEJO.
000830     IF NOT WS-VIE-OK
000840         MOVE "CAJACONV"      TO ERRHAND-PROGRAMA
000850         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
000860         MOVE WS-VIE-STATUS   TO ERRHAND-FILE-STATUS
000870         SET ERRHAND-FATAL TO TRUE
000880         MOVE "ERROR AL ABRIR CAJADIA VIEJO" TO ERRHAND-MENSAJE
000890         CALL "ERRHAND" USING ERRHAND-PARM
000900         STOP RUN
000910     END-IF.
000920
000930     OPEN OUTPUT DIA-FILE.
000940     IF NOT WS-DIA-OK
000950         MOVE "CAJACONV"      TO ERRHAND-PROGRAMA
000960         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
000970         MOVE WS-DIA-STATUS   TO ERRHAND-FILE-STATUS
000980         SET ERRHAND-FATAL TO TRUE
000990         MOVE "ERROR AL CREAR CAJADIAN" TO ERRHAND-MENSAJE
001000         CALL "ERRHAND" USING ERRHAND-PARM
001010         STOP RUN
001020     END-IF.
001030 1000-EXIT.
001040     EXIT.
001050
001060*----------------------------------------------------------*
001070*  2000-CONVERTIR-RECIBOS - Copia cada recibo como           *
001080*  pendiente de corte.                                        *
001090*----------------------------------------------------------*
001100 2000-CONVERTIR-RECIBOS.
001110     READ DIA-VIEJO
001120         AT END
001130             SET WS-VIE-FIN-ARCHIVO TO TRUE
001140         NOT AT END
001150             ADD 1 TO WS-TOTAL-LEIDOS
001160             MOVE SPACES TO DIA-REC
001170             MOVE VIEJO-FOLIO    TO DIA-FOLIO
001180             MOVE VIEJO-FECHA    TO DIA-FECHA
001190             MOVE VIEJO-CLIENTE  TO DIA-CLIENTE
001200             MOVE VIEJO-MONTO    TO DIA-MONTO
001210             MOVE VIEJO-OPERADOR TO DIA-OPERADOR
001220             SET DIA-PENDIENTE TO TRUE
001230             MOVE ZERO TO DIA-FEC-CORTE
001240             MOVE ZERO TO DIA-FEC-ANULA
001250             WRITE DIA-REC
001260                 INVALID KEY
001270                     DISPLAY "NO SE PUDO CONVERTIR FOLIO "
001280                         VIEJO-FOLIO
001290                 NOT INVALID KEY
001300                     ADD 1 TO WS-TOTAL-CONVERTIDOS
001310             END-WRITE
001320     END-READ.
001330 2000-EXIT.
001340     EXIT.
001350
001360*----------------------------------------------------------*
001370*  9000-FINALIZAR - Cierra archivos e imprime el resumen      *
001380*----------------------------------------------------------*
001390 9000-FINALIZAR.
001400     CLOSE DIA-VIEJO.
001410     CLOSE DIA-FILE.
001420     DISPLAY " ".
001430     DISPLAY "---- RESUMEN DE CONVERSION DE RECIBOS ----".
001440     DISPLAY "LEIDOS      : " WS-TOTAL-LEIDOS.
001450     DISPLAY "CONVERTIDOS : " WS-TOTAL-CONVERTIDOS.
001460     DISPLAY "RECUERDE RENOMBRAR CAJADIAN A CAJADIA".
001470 9000-EXIT.
001480     EXIT.

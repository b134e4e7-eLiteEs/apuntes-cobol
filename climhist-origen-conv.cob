000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  CLIMHOCV                                    *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Conversion unica del historial al origen de movimiento,   *
000090*  al estilo de ESTUFCNV: lee el CLIMHIDX viejo (layout sin  *
000100*  MOVH-ORIGEN ni desglose) y escribe CLIMHIDXN con el       *
000110*  layout actual.  Los movimientos anteriores quedan sin     *
000120*  origen (la poliza CLIPOLIZ los lleva a otros cargos y     *
000130*  otros abonos); no se adivina su origen.  Operaciones      *
000140*  renombra CLIMHIDXN a CLIMHIDX al terminar.  Se corre una  *
000150*  sola vez por ambiente.                                     *
000160*----------------------------------------------------------*
000170*  MODIFICATIONS.
000180*  2026-10-15 JFV  Creacion inicial.
000190*----------------------------------------------------------*
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. CLIMHOCV.
000220 AUTHOR. J. FIGUEROA VEGA.
000230 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000240 DATE-WRITTEN. 2026-10-15.
000250 DATE-COMPILED.
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT HISTORIAL-VIEJO ASSIGN TO "CLIMHIDX"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS SEQUENTIAL
000330         RECORD KEY IS VIEJO-CLAVE
000340         FILE STATUS IS WS-VIE-STATUS.
000350
000360     SELECT HISTORIAL-FILE ASSIGN TO "CLIMHIDXN"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS MOVH-CLAVE
000400         FILE STATUS IS WS-HIS-STATUS.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  HISTORIAL-VIEJO.
000450 01  VIEJO-REC.
000460     05  VIEJO-CLAVE.
000470         10  VIEJO-CLIENTE           PIC X(06).
000480         10  VIEJO-FECHA             PIC 9(08).
000490         10  VIEJO-SECUENCIA         PIC 9(04).
000500     05  VIEJO-TIPO                  PIC X(01).
000510     05  VIEJO-MONTO                 PIC 9(08)V9(02).
000520
000530 FD  HISTORIAL-FILE.
000540     COPY MOVHREC.
000550
000560 WORKING-STORAGE SECTION.
000570 01  WS-VIE-STATUS                PIC X(02).
000580     88  WS-VIE-OK                        VALUE "00".
000590     88  WS-VIE-FIN-ARCHIVO               VALUE "10".
000600
000610 01  WS-HIS-STATUS                PIC X(02).
000620     88  WS-HIS-OK                        VALUE "00".
000630
000640 01  WS-CONTADORES.
000650     05  WS-TOTAL-LEIDOS          PIC 9(07) COMP VALUE ZERO.
000660     05  WS-TOTAL-CONVERTIDOS     PIC 9(07) COMP VALUE ZERO.
000670
000680 COPY ERRPARM.
000690
000700 PROCEDURE DIVISION.
000710 0000-MAINLINE.
000720     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
000730     PERFORM 2000-CONVERTIR-MOVIMIENTOS THRU 2000-EXIT
000740         UNTIL WS-VIE-FIN-ARCHIVO.
000750     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
000760     STOP RUN.
000770
000780*----------------------------------------------------------*
000790*  1000-INICIALIZAR - Abre el viejo y crea el nuevo          *
000800*----------------------------------------------------------*
000810 1000-INICIALIZAR.
000820     OPEN INPUT HISTORIAL-VIEJO.
000830     IF NOT WS-VIE-OK
000840         MOVE "CLIMHOCV"      TO ERRHAND-PROGRAMA
000850         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
000860         MOVE WS-VIE-STATUS   TO ERRHAND-FILE-STATUS
000870         SET ERRHAND-FATAL TO TRUE
000880         MOVE "ERROR AL ABRIR CLIMHIDX VIEJO" TO ERRHAND-MENSAJE
000890         CALL "ERRHAND" USING ERRHAND-PARM
000900         STOP RUN
000910     END-IF.
000920
000930     OPEN OUTPUT HISTORIAL-FILE.
000940     IF NOT WS-HIS-OK
000950         MOVE "CLIMHOCV"      TO ERRHAND-PROGRAMA
000960         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
000970         MOVE WS-HIS-STATUS   TO ERRHAND-FILE-STATUS
000980         SET ERRHAND-FATAL TO TRUE
000990         MOVE "ERROR AL CREAR CLIMHIDXN" TO ERRHAND-MENSAJE
001000         CALL "ERRHAND" USING ERRHAND-PARM
001010         STOP RUN
001020     END-IF.
001030 1000-EXIT.
001040     EXIT.
001050
001060*----------------------------------------------------------*
001070*  2000-CONVERTIR-MOVIMIENTOS - Copia campo a campo; el      *
001080*  origen queda en blanco y el desglose en cero.              *
001090*----------------------------------------------------------*
001100 2000-CONVERTIR-MOVIMIENTOS.
001110     READ HISTORIAL-VIEJO NEXT RECORD
001120         AT END
001130             SET WS-VIE-FIN-ARCHIVO TO TRUE
001140             GO TO 2000-EXIT
001150     END-READ.
001160     ADD 1 TO WS-TOTAL-LEIDOS.
001170
001180     INITIALIZE MOVH-REC.
001190     MOVE VIEJO-CLIENTE   TO MOVH-CLIENTE.
001200     MOVE VIEJO-FECHA     TO MOVH-FECHA.
001210     MOVE VIEJO-SECUENCIA TO MOVH-SECUENCIA.
001220     MOVE VIEJO-TIPO      TO MOVH-TIPO.
001230     MOVE VIEJO-MONTO     TO MOVH-MONTO.
001240     WRITE MOVH-REC
001250         INVALID KEY
001260             DISPLAY "DUPLICADO EN CLIMHIDXN: " VIEJO-CLAVE
001270         NOT INVALID KEY
001280             ADD 1 TO WS-TOTAL-CONVERTIDOS
001290     END-WRITE.
001300 2000-EXIT.
001310     EXIT.
001320
001330*----------------------------------------------------------*
001340*  9000-FINALIZAR - Cierra archivos e imprime el resumen      *
001350*----------------------------------------------------------*
001360 9000-FINALIZAR.
001370     CLOSE HISTORIAL-VIEJO.
001380     CLOSE HISTORIAL-FILE.
001390     DISPLAY " ".
001400     DISPLAY "---- CONVERSION AL ORIGEN DE MOVIMIENTO ----".
001410     DISPLAY "LEIDOS      : " WS-TOTAL-LEIDOS.
001420     DISPLAY "CONVERTIDOS : " WS-TOTAL-CONVERTIDOS.
001430     DISPLAY "RECUERDE RENOMBRAR CLIMHIDXN A CLIMHIDX".
001440 9000-EXIT.
001450     EXIT.

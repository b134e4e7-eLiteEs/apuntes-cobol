000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  BECACONV                                    *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Conversion unica del archivo de becas, al estilo de       *
000090*  ASISCONV: lee el BECASIDX viejo (sin los campos de la     *
000100*  revision anual) y escribe BECASIDN con el layout actual;  *
000110*  las becas existentes quedan sin revisar hasta la primera  *
000120*  corrida de BECAREVI.  Operaciones renombra BECASIDN a     *
000130*  BECASIDX al terminar.  Se corre una sola vez por          *
000140*  ambiente.                                                  *
000150*----------------------------------------------------------*
000160*  MODIFICATIONS.
000170*  2026-10-15 JFV  Creacion inicial.
000180*----------------------------------------------------------*
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BECACONV.
000210 AUTHOR. J. FIGUEROA VEGA.
000220 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000230 DATE-WRITTEN. 2026-10-15.
000240 DATE-COMPILED.
000250
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT BECA-VIEJO ASSIGN TO "BECASIDX"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS SEQUENTIAL
000320         RECORD KEY IS VIEJO-IDEN
000330         FILE STATUS IS WS-VIE-STATUS.
000340
000350     SELECT BECA-FILE ASSIGN TO "BECASIDN"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS BECA-IDEN
000390         FILE STATUS IS WS-BEC-STATUS.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  BECA-VIEJO.
000440 01  VIEJO-REC.
000450     05  VIEJO-IDEN              PIC X(05).
000460     05  VIEJO-PORCENTAJE        PIC 9(03).
000470     05  VIEJO-DESCRIPCION       PIC X(20).
000480
000490 FD  BECA-FILE.
000500     COPY BECAREC.
000510
000520 WORKING-STORAGE SECTION.
000530 01  WS-VIE-STATUS                PIC X(02).
000540     88  WS-VIE-OK                        VALUE "00".
000550     88  WS-VIE-FIN-ARCHIVO               VALUE "10".
000560
000570 01  WS-BEC-STATUS                PIC X(02).
000580     88  WS-BEC-OK                        VALUE "00".
000590
000600 01  WS-CONTADORES.
000610     05  WS-TOTAL-LEIDOS          PIC 9(07) COMP VALUE ZERO.
000620     05  WS-TOTAL-CONVERTIDOS     PIC 9(07) COMP VALUE ZERO.
000630
000640 COPY ERRPARM.
000650
000660 PROCEDURE DIVISION.
000670 0000-MAINLINE.
000680     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
000690     PERFORM 2000-CONVERTIR-BECA THRU 2000-EXIT
000700         UNTIL WS-VIE-FIN-ARCHIVO.
000710     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
000720     STOP RUN.
000730
000740*----------------------------------------------------------*
000750*  1000-INICIALIZAR - Abre el viejo y crea el nuevo          *
000760*----------------------------------------------------------*
000770 1000-INICIALIZAR.
000780     OPEN INPUT BECA-VIEJO.
000790     IF NOT WS-VIE-OK
000800         MOVE "BECACONV"      TO ERRHAND-PROGRAMA
000810         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
000820         MOVE WS-VIE-STATUS   TO ERRHAND-FILE-STATUS
000830         SET ERRHAND-FATAL TO TRUE
000840         MOVE "ERROR AL ABRIR BECASIDX VIEJO" TO ERRHAND-MENSAJE
000850         CALL "ERRHAND" USING ERRHAND-PARM
000860         STOP RUN
000870     END-IF.
000880
000890     OPEN OUTPUT BECA-FILE.
000900     IF NOT WS-BEC-OK
000910         MOVE "BECACONV"      TO ERRHAND-PROGRAMA
000920         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
000930         MOVE WS-BEC-STATUS   TO ERRHAND-FILE-STATUS
000940         SET ERRHAND-FATAL TO TRUE
000950         MOVE "ERROR AL CREAR BECASIDN" TO ERRHAND-MENSAJE
000960         CALL "ERRHAND" USING ERRHAND-PARM
000970         STOP RUN
000980     END-IF.
000990 1000-EXIT.
001000     EXIT.
001010
001020*----------------------------------------------------------*
001030*  2000-CONVERTIR-BECA - Copia campo a campo; la revision    *
001040*  queda en blanco.                                           *
001050*----------------------------------------------------------*
001060 2000-CONVERTIR-BECA.
001070     READ BECA-VIEJO NEXT RECORD
001080         AT END
001090             SET WS-VIE-FIN-ARCHIVO TO TRUE
001100             GO TO 2000-EXIT
001110     END-READ.
001120     ADD 1 TO WS-TOTAL-LEIDOS.
001130
001140     INITIALIZE BECA-REC.
001150     MOVE VIEJO-IDEN        TO BECA-IDEN.
001160     MOVE VIEJO-PORCENTAJE  TO BECA-PORCENTAJE.
001170     MOVE VIEJO-DESCRIPCION TO BECA-DESCRIPCION.
001180     SET BECA-SIN-REVISION  TO TRUE.
001190     WRITE BECA-REC
001200         INVALID KEY
001210             DISPLAY "DUPLICADO EN BECASIDN: " VIEJO-IDEN
001220         NOT INVALID KEY
001230             ADD 1 TO WS-TOTAL-CONVERTIDOS
001240     END-WRITE.
001250 2000-EXIT.
001260     EXIT.
001270
001280*----------------------------------------------------------*
001290*  9000-FINALIZAR - Cierra archivos e imprime el resumen      *
001300*----------------------------------------------------------*
001310 9000-FINALIZAR.
001320     CLOSE BECA-VIEJO.
001330     CLOSE BECA-FILE.
001340     DISPLAY " ".
001350     DISPLAY "---- CONVERSION DE LAS BECAS ----".
001360     DISPLAY "LEIDOS      : " WS-TOTAL-LEIDOS.
001370     DISPLAY "CONVERTIDOS : " WS-TOTAL-CONVERTIDOS.
001380     DISPLAY "RECUERDE RENOMBRAR BECASIDN A BECASIDX".
001390 9000-EXIT.
001400     EXIT.

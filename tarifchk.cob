000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  TARIFCHK                                    *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Rutina comun del tarifario de colegiaturas TARIFIDX, al   *
000090*  estilo de ESCALCHK: para el curso y la fecha pedidos      *
000100*  devuelve la cuota del renglon de vigencia mas reciente    *
000110*  que no pase de esa fecha.  ESCCUOTA pregunta con el       *
000120*  primer dia del periodo que factura y ESCBAJA con el del   *
000130*  mes del retiro, asi que volver a correr un periodo viejo  *
000140*  cobra la cuota de entonces aunque ya haya otra vigente.   *
000150*  Sin renglon vigente responde SIN-TARIFA y el programa     *
000160*  usa CURSO-CUOTA.                                           *
000170*----------------------------------------------------------*
000180*  MODIFICATIONS.
000190*  2026-10-15 JFV  Creacion inicial.
000200*----------------------------------------------------------*
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. TARIFCHK.
000230 AUTHOR. J. FIGUEROA VEGA.
000240 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000250 DATE-WRITTEN. 2026-10-15.
000260 DATE-COMPILED.
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT TARIFA-FILE ASSIGN TO "TARIFIDX"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS TARIFA-CLAVE
000350         FILE STATUS IS WS-TAR-STATUS.
000360
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  TARIFA-FILE.
000400     COPY TARIREC.
000410
000420 WORKING-STORAGE SECTION.
000430 01  WS-TAR-STATUS                PIC X(02).
000440     88  WS-TAR-OK                        VALUE "00".
000450
000460 01  WS-FIN-CURSO                 PIC X(01).
000470     88  FIN-DE-CURSO                     VALUE "S".
000480
000490 LINKAGE SECTION.
000500 COPY TARIPARM.
000510
000520 PROCEDURE DIVISION USING TARIFCHK-PARM.
000530 0000-MAINLINE.
000540     SET TARIFCHK-SIN-TARIFA TO TRUE.
000550     MOVE ZERO TO TARIFCHK-CUOTA.
000560     MOVE ZERO TO TARIFCHK-VIGENCIA.
000570     PERFORM 1000-ABRIR-TARIFARIO THRU 1000-EXIT.
000580     IF NOT TARIFCHK-ERROR-ARCHIVO
000590         PERFORM 2000-BUSCAR-VIGENTE THRU 2000-EXIT
000600         CLOSE TARIFA-FILE
000610     END-IF.
000620     GOBACK.
000630
000640*----------------------------------------------------------*
000650*  1000-ABRIR-TARIFARIO - Si no se puede abrir se responde   *
000660*  con error de archivo y el programa usa CURSO-CUOTA.       *
000670*----------------------------------------------------------*
000680 1000-ABRIR-TARIFARIO.
000690     OPEN INPUT TARIFA-FILE.
000700     IF NOT WS-TAR-OK
000710         SET TARIFCHK-ERROR-ARCHIVO TO TRUE
000720     END-IF.
000730 1000-EXIT.
000740     EXIT.
000750
000760*----------------------------------------------------------*
000770*  2000-BUSCAR-VIGENTE - Lee los renglones del curso en      *
000780*  orden de vigencia y se queda con el ultimo que no pasa    *
000790*  de la fecha pedida.                                        *
000800*----------------------------------------------------------*
000810 2000-BUSCAR-VIGENTE.
000820     MOVE TARIFCHK-CURSO TO TARIFA-CURSO.
000830     MOVE ZERO TO TARIFA-VIGENCIA.
000840     START TARIFA-FILE KEY NOT < TARIFA-CLAVE
000850         INVALID KEY
000860             GO TO 2000-EXIT
000870     END-START.
000880     MOVE "N" TO WS-FIN-CURSO.
000890     PERFORM 2100-REVISAR-RENGLON THRU 2100-EXIT
000900         UNTIL FIN-DE-CURSO.
000910 2000-EXIT.
000920     EXIT.
000930
000940 2100-REVISAR-RENGLON.
000950     READ TARIFA-FILE NEXT RECORD
000960         AT END
000970             SET FIN-DE-CURSO TO TRUE
000980             GO TO 2100-EXIT
000990     END-READ.
001000     IF TARIFA-CURSO NOT = TARIFCHK-CURSO
001010        OR TARIFA-VIGENCIA > TARIFCHK-FECHA
001020         SET FIN-DE-CURSO TO TRUE
001030         GO TO 2100-EXIT
001040     END-IF.
001050     SET TARIFCHK-OK TO TRUE.
001060     MOVE TARIFA-CUOTA    TO TARIFCHK-CUOTA.
001070     MOVE TARIFA-VIGENCIA TO TARIFCHK-VIGENCIA.
001080 2100-EXIT.
001090     EXIT.

000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  ESCALCHK                                    *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Rutina comun de escala de calificacion ESCALIDX (ver      *
000090*  ESCAMANT), al estilo de CALENCHK: para el CURSO-NIVEL y   *
000100*  la nota numerica pedidos devuelve la letra o descriptor   *
000110*  del rango que la contiene, si ese rango aprueba y la      *
000120*  nota minima aprobatoria del nivel.  Primaria califica     *
000130*  con descriptores y secundaria de 0 a 10 sin que los       *
000140*  programas lo sepan: la boleta, la constancia, las listas, *
000150*  el extracto al ministerio y la promocion preguntan aqui.  *
000160*  Un nivel sin escala (o sin ESCALIDX) conserva el minimo   *
000170*  de 6.00 de siempre con el descriptor en blanco.            *
000180*----------------------------------------------------------*
000190*  MODIFICATIONS.
000200*  2026-10-15 JFV  Creacion inicial.
000210*----------------------------------------------------------*
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. ESCALCHK.
000240 AUTHOR. J. FIGUEROA VEGA.
000250 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000260 DATE-WRITTEN. 2026-10-15.
000270 DATE-COMPILED.
000280
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT ESCALA-FILE ASSIGN TO "ESCALIDX"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS ESCALA-CLAVE
000360         FILE STATUS IS WS-ESC-STATUS.
000370
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  ESCALA-FILE.
000410     COPY ESCALREC.
000420
000430 WORKING-STORAGE SECTION.
000440 01  WS-ESC-STATUS                PIC X(02).
000450     88  WS-ESC-OK                        VALUE "00".
000460
000470 01  WS-FIN-NIVEL                 PIC X(01).
000480     88  FIN-DE-NIVEL                     VALUE "S".
000490 01  WS-RANGOS-NIVEL              PIC 9(03) COMP VALUE ZERO.
000500 01  WS-HAY-MINIMO                PIC X(01).
000510     88  MINIMO-HALLADO                   VALUE "S".
000520
000530*  Nota minima aprobatoria de un nivel sin escala.
000540 01  WS-MINIMO-OMISION            PIC 9(02)V9(02) VALUE 6.00.
000550
000560 LINKAGE SECTION.
000570 COPY ESCAPARM.
000580
000590 PROCEDURE DIVISION USING ESCALCHK-PARM.
000600 0000-MAINLINE.
000610     MOVE SPACES TO ESCALCHK-DESCRIPTOR.
000620     MOVE WS-MINIMO-OMISION TO ESCALCHK-MINIMO.
000630     PERFORM 1000-ABRIR-ESCALA THRU 1000-EXIT.
000640     IF NOT ESCALCHK-ERROR-ARCHIVO
000650         PERFORM 2000-RECORRER-NIVEL THRU 2000-EXIT
000660         CLOSE ESCALA-FILE
000670     END-IF.
000680     PERFORM 3000-DECIDIR-APROBACION THRU 3000-EXIT.
000690     GOBACK.
000700
000710*----------------------------------------------------------*
000720*  1000-ABRIR-ESCALA - Abre la escala; si no se puede abrir  *
000730*  se responde con error de archivo y el minimo de omision.  *
000740*----------------------------------------------------------*
000750 1000-ABRIR-ESCALA.
000760     OPEN INPUT ESCALA-FILE.
000770     IF NOT WS-ESC-OK
000780         SET ESCALCHK-ERROR-ARCHIVO TO TRUE
000790     END-IF.
000800 1000-EXIT.
000810     EXIT.
000820
000830*----------------------------------------------------------*
000840*  2000-RECORRER-NIVEL - Lee los rangos del nivel en orden   *
000850*  de DESDE: toma el que contiene la nota y el DESDE mas     *
000860*  bajo de los aprobatorios como minimo del nivel.           *
000870*----------------------------------------------------------*
000880 2000-RECORRER-NIVEL.
000890     SET ESCALCHK-SIN-ESCALA TO TRUE.
000900     MOVE ZERO TO WS-RANGOS-NIVEL.
000910     MOVE "N" TO WS-HAY-MINIMO.
000920     MOVE ESCALCHK-NIVEL TO ESCALA-NIVEL.
000930     MOVE ZERO TO ESCALA-DESDE.
000940     START ESCALA-FILE KEY NOT < ESCALA-CLAVE
000950         INVALID KEY
000960             GO TO 2000-EXIT
000970     END-START.
000980     MOVE "N" TO WS-FIN-NIVEL.
000990     PERFORM 2100-REVISAR-RANGO THRU 2100-EXIT
001000         UNTIL FIN-DE-NIVEL.
001010     IF WS-RANGOS-NIVEL > ZERO
001020        AND ESCALCHK-SIN-ESCALA
001030         SET ESCALCHK-SIN-RANGO TO TRUE
001040     END-IF.
001050 2000-EXIT.
001060     EXIT.
001070
001080 2100-REVISAR-RANGO.
001090     READ ESCALA-FILE NEXT RECORD
001100         AT END
001110             SET FIN-DE-NIVEL TO TRUE
001120             GO TO 2100-EXIT
001130     END-READ.
001140     IF ESCALA-NIVEL NOT = ESCALCHK-NIVEL
001150         SET FIN-DE-NIVEL TO TRUE
001160         GO TO 2100-EXIT
001170     END-IF.
001180     ADD 1 TO WS-RANGOS-NIVEL.
001190     IF ESCALA-APROBATORIA AND NOT MINIMO-HALLADO
001200         SET MINIMO-HALLADO TO TRUE
001210         MOVE ESCALA-DESDE TO ESCALCHK-MINIMO
001220     END-IF.
001230     IF ESCALCHK-CALIF >= ESCALA-DESDE
001240        AND ESCALCHK-CALIF <= ESCALA-HASTA
001250        AND NOT ESCALCHK-OK
001260         SET ESCALCHK-OK TO TRUE
001270         MOVE ESCALA-DESCRIPTOR TO ESCALCHK-DESCRIPTOR
001280         MOVE ESCALA-APRUEBA    TO ESCALCHK-APRUEBA
001290     END-IF.
001300 2100-EXIT.
001310     EXIT.
001320
001330*----------------------------------------------------------*
001340*  3000-DECIDIR-APROBACION - Con rango hallado manda su      *
001350*  marca; si no, la nota contra el minimo del nivel (o el    *
001360*  de omision).                                               *
001370*----------------------------------------------------------*
001380 3000-DECIDIR-APROBACION.
001390     IF ESCALCHK-OK
001400         IF NOT ESCALCHK-APROBADA
001410             SET ESCALCHK-REPROBADA TO TRUE
001420         END-IF
001430         GO TO 3000-EXIT
001440     END-IF.
001450     IF ESCALCHK-CALIF >= ESCALCHK-MINIMO
001460         SET ESCALCHK-APROBADA TO TRUE
001470     ELSE
001480         SET ESCALCHK-REPROBADA TO TRUE
001490     END-IF.
001500 3000-EXIT.
001510     EXIT.

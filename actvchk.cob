000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  ACTVCHK                                     *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Rutina comun de vigencia del extracto de activos          *
000090*  ESCACTIV.  Los reportes por curso (ESCREPT, ESCSTAT,      *
000100*  ESCLISTA, ESCHORAR, ESCBOLET, ESCEMERG) llaman con        *
000110*  ACTVCHK-PARM (copy/ACTVPARM.cpy) antes de abrir nada: el  *
000120*  extracto vale solo si existe, su encabezado quedo listo   *
000130*  y la secuencia que guardo es la ultima de ESCAUDIT.  Todo *
000140*  programa que cambia ESTUDIDX deja su renglon encadenado   *
000150*  en ESCAUDIT (tambien el archivo ESCARCH, el cierre        *
000160*  ESCCIERR y el refresco ESCEDADR), y las recargas ESCRELD  *
000170*  y ESCRECUP, que no dejan rastro, vacian el extracto; asi  *
000180*  una secuencia igual significa que nadie toco el maestro   *
000190*  despues de extraerlo.  Las conversiones de formato de una *
000200*  sola vez quedan fuera: se corren antes de la siguiente    *
000210*  generacion del extracto.  En cualquier otro caso el       *
000220*  reporte cae a leer ESTUDIDX.                              *
000230*----------------------------------------------------------*
000240*  MODIFICATIONS.
000250*  2026-10-15 JFV  Creacion inicial.
000260*  2026-10-15 JFV  Vigencia cubierta tambien para ESCARCH,
000270*                  ESCCIERR, ESCEDADR y las recargas.
000280*----------------------------------------------------------*
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. ACTVCHK.
000310 AUTHOR. J. FIGUEROA VEGA.
000320 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000330 DATE-WRITTEN. 2026-10-15.
000340 DATE-COMPILED.
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT EXTRACTO-FILE ASSIGN TO "ESCACTIV"
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-EXT-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  EXTRACTO-FILE.
000460     COPY ACTVREC.
000470
000480 WORKING-STORAGE SECTION.
000490 01  WS-EXT-STATUS                PIC X(02).
000500     88  WS-EXT-OK                        VALUE "00".
000510
000520 COPY CADEPARM.
000530
000540 LINKAGE SECTION.
000550 COPY ACTVPARM.
000560
000570 PROCEDURE DIVISION USING ACTVCHK-PARM.
000580 0000-MAINLINE.
000590     MOVE ZERO   TO ACTVCHK-FECHA.
000600     MOVE ZERO   TO ACTVCHK-SECUENCIA.
000610     MOVE ZERO   TO ACTVCHK-SEC-AUDITORIA.
000620     MOVE ZERO   TO ACTVCHK-TOTAL.
000630     MOVE SPACES TO ACTVCHK-MENSAJE.
000640     PERFORM 1000-LEER-ENCABEZADO THRU 1000-EXIT.
000650     IF ACTVCHK-VIGENTE
000660         PERFORM 2000-COMPARAR-AUDITORIA THRU 2000-EXIT
000670     END-IF.
000680     GOBACK.
000690
000700*----------------------------------------------------------*
000710*  1000-LEER-ENCABEZADO - Abre el extracto y lee el registro *
000720*  H; sin archivo o con la corrida a medias, no vale.        *
000730*----------------------------------------------------------*
000740 1000-LEER-ENCABEZADO.
000750     OPEN INPUT EXTRACTO-FILE.
000760     IF NOT WS-EXT-OK
000770         SET ACTVCHK-NO-EXISTE TO TRUE
000780         MOVE "EXTRACTO ESCACTIV NO DISPONIBLE"
000790             TO ACTVCHK-MENSAJE
000800         GO TO 1000-EXIT
000810     END-IF.
000820
000830     READ EXTRACTO-FILE
000840         AT END
000850             MOVE "10" TO WS-EXT-STATUS
000860     END-READ.
000870     CLOSE EXTRACTO-FILE.
000880     IF NOT WS-EXT-OK OR NOT ACTV-ENCABEZADO
000890         SET ACTVCHK-NO-EXISTE TO TRUE
000900         MOVE "EXTRACTO ESCACTIV SIN ENCABEZADO"
000910             TO ACTVCHK-MENSAJE
000920         GO TO 1000-EXIT
000930     END-IF.
000940
000950     MOVE ACTV-ENC-FECHA     TO ACTVCHK-FECHA.
000960     MOVE ACTV-ENC-SECUENCIA TO ACTVCHK-SECUENCIA.
000970     MOVE ACTV-ENC-TOTAL     TO ACTVCHK-TOTAL.
000980     IF NOT ACTV-ENC-LISTO
000990         SET ACTVCHK-INCOMPLETO TO TRUE
001000         MOVE "EXTRACTO ESCACTIV INCOMPLETO"
001010             TO ACTVCHK-MENSAJE
001020         GO TO 1000-EXIT
001030     END-IF.
001040     SET ACTVCHK-VIGENTE TO TRUE.
001050 1000-EXIT.
001060     EXIT.
001070
001080*----------------------------------------------------------*
001090*  2000-COMPARAR-AUDITORIA - Toda modificacion de ESTUDIDX   *
001100*  deja renglon en ESCAUDIT; si el rastro avanzo despues de  *
001110*  la extraccion, el extracto es mas viejo que el maestro.   *
001120*----------------------------------------------------------*
001130 2000-COMPARAR-AUDITORIA.
001140     MOVE "ESCAUDIT" TO AUDCADEN-ARCHIVO.
001150     MOVE 129 TO AUDCADEN-POSICION.
001160     SET AUDCADEN-ULTIMO TO TRUE.
001170     CALL "AUDCADEN" USING AUDCADEN-PARM.
001180     MOVE AUDCADEN-SECUENCIA TO ACTVCHK-SEC-AUDITORIA.
001190     IF AUDCADEN-SECUENCIA NOT = ACTVCHK-SECUENCIA
001200         SET ACTVCHK-DESACTUALIZADO TO TRUE
001210         MOVE "ESTUDIDX CAMBIO DESPUES DEL EXTRACTO"
001220             TO ACTVCHK-MENSAJE
001230     END-IF.
001240 2000-EXIT.
001250     EXIT.

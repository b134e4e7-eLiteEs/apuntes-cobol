000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  PERMINIC                                     *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Siembra unica del archivo de permisos por funcion         *
000090*  (PERMIDX, ver PERMREC) con lo que hoy deciden los roles   *
000100*  fijos, para que al crearlo nadie gane ni pierda acceso:   *
000110*  @A todo con alcance T; @S las opciones de consulta y de   *
000120*  escritura del menu (MENUOPC) con alcance P; @R solo las   *
000130*  de consulta, con alcance P.  Un programa con funciones    *
000140*  propias (MENUFUN) se siembra funcion por funcion segun    *
000150*  su nivel.  Si PERMIDX ya tiene renglones no hace nada.    *
000160*  Deja un renglon PERM-INIC en LOGAUDIT.  Se corre una      *
000170*  sola vez por ambiente; despues los permisos se            *
000180*  mantienen en USRMANT.                                     *
000190*----------------------------------------------------------*
000200*  MODIFICATIONS.
000210*  2026-10-15 JFV  Creacion inicial.
000220*----------------------------------------------------------*
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. PERMINIC.
000250 AUTHOR. J. FIGUEROA VEGA.
000260 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000270 DATE-WRITTEN. 2026-10-15.
000280 DATE-COMPILED.
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT PERMISO-FILE ASSIGN TO "PERMIDX"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS PERM-CLAVE
000370         FILE STATUS IS WS-PRM-STATUS.
000380
000390     SELECT AUDITORIA-FILE ASSIGN TO "LOGAUDIT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-AUD-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  PERMISO-FILE.
000460     COPY PERMREC.
000470
000480 FD  AUDITORIA-FILE.
000490 01  AUD-REC.
000500     05  AUD-FECHA                PIC 9(08).
000510     05  FILLER                  PIC X(01) VALUE SPACE.
000520     05  AUD-HORA                 PIC 9(06).
000530     05  FILLER                  PIC X(01) VALUE SPACE.
000540     05  AUD-USERNAME             PIC X(20).
000550     05  FILLER                  PIC X(01) VALUE SPACE.
000560     05  AUD-RESULTADO            PIC X(10).
000570     05  FILLER                  PIC X(01) VALUE SPACE.
000580     05  AUD-DETALLE              PIC X(20).
000590     05  FILLER                  PIC X(01) VALUE SPACE.
000600     05  AUD-SECUENCIA            PIC 9(09).
000610     05  FILLER                  PIC X(01) VALUE SPACE.
000620     05  AUD-CADENA               PIC X(20).
000630
000640 WORKING-STORAGE SECTION.
000650 01  WS-PRM-STATUS                PIC X(02).
000660     88  WS-PRM-OK                        VALUE "00".
000670     88  WS-PRM-NO-EXISTE                 VALUE "35".
000680
000690 01  WS-AUD-STATUS                PIC X(02).
000700     88  WS-AUD-OK                        VALUE "00".
000710
000720 01  WS-SWITCHES.
000730     05  WS-CON-FUNCIONES         PIC X(01) VALUE "N".
000740         88  PROGRAMA-CON-FUNCIONES       VALUE "S".
000750
000760 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
000770
000780 01  WS-CONTADORES.
000790     05  WS-TOTAL-SEMBRADOS       PIC 9(05) COMP VALUE ZERO.
000800     05  WS-TOTAL-REPETIDOS       PIC 9(05) COMP VALUE ZERO.
000810
000820 01  WS-DETALLE-INIC.
000830     05  FILLER                   PIC X(10) VALUE "RENGLONES ".
000840     05  WS-DET-TOTAL             PIC 9(05).
000850     05  FILLER                   PIC X(05) VALUE SPACES.
000860
000870 COPY MENUOPC.
000880
000890 COPY ERRPARM.
000900
000910 COPY CADEPARM.
000920
000930 PROCEDURE DIVISION.
000940 0000-MAINLINE.
000950     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
000960     MOVE "@A"  TO PERM-SUJETO.
000970     MOVE "*"   TO PERM-PROGRAMA.
000980     MOVE "*"   TO PERM-FUNCION.
000990     MOVE "T"   TO PERM-ALCANCE.
001000     PERFORM 8000-GRABAR-PERMISO THRU 8000-EXIT.
001010     PERFORM 2000-SEMBRAR-OPCION THRU 2000-EXIT
001020         VARYING MENUOPC-IDX FROM 1 BY 1
001030         UNTIL MENUOPC-IDX > MENUOPC-TOTAL.
001040     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001050     STOP RUN.
001060
001070*----------------------------------------------------------*
001080*  1000-INICIALIZAR - PERMIDX debe no existir o estar vacio; *
001090*  se crea de nuevo.                                         *
001100*----------------------------------------------------------*
001110 1000-INICIALIZAR.
001120     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
001130     OPEN INPUT PERMISO-FILE.
001140     IF WS-PRM-OK
001150         READ PERMISO-FILE NEXT RECORD
001160             AT END
001170                 CONTINUE
001180             NOT AT END
001190                 DISPLAY "PERMIDX YA TIENE PERMISOS; "
001200                     "NO SE SIEMBRA"
001210                 CLOSE PERMISO-FILE
001220                 STOP RUN
001230         END-READ
001240         CLOSE PERMISO-FILE
001250     ELSE
001260         IF NOT WS-PRM-NO-EXISTE
001270             MOVE "PERMINIC"      TO ERRHAND-PROGRAMA
001280             MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001290             MOVE WS-PRM-STATUS   TO ERRHAND-FILE-STATUS
001300             SET ERRHAND-FATAL TO TRUE
001310             MOVE "ERROR AL ABRIR PERMIDX" TO ERRHAND-MENSAJE
001320             CALL "ERRHAND" USING ERRHAND-PARM
001330             STOP RUN
001340         END-IF
001350     END-IF.
001360
001370     OPEN OUTPUT PERMISO-FILE.
001380     IF NOT WS-PRM-OK
001390         MOVE "PERMINIC"      TO ERRHAND-PROGRAMA
001400         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001410         MOVE WS-PRM-STATUS   TO ERRHAND-FILE-STATUS
001420         SET ERRHAND-FATAL TO TRUE
001430         MOVE "ERROR AL CREAR PERMIDX" TO ERRHAND-MENSAJE
001440         CALL "ERRHAND" USING ERRHAND-PARM
001450         STOP RUN
001460     END-IF.
001470 1000-EXIT.
001480     EXIT.
001490
001500*----------------------------------------------------------*
001510*  2000-SEMBRAR-OPCION - Una opcion del menu: consulta para  *
001520*  @S y @R, escritura solo para @S; las de administracion    *
001530*  ya las cubre @A.  Con funciones propias se siembran       *
001540*  una por una.                                              *
001550*----------------------------------------------------------*
001560 2000-SEMBRAR-OPCION.
001570     IF MENUOPC-ADMIN (MENUOPC-IDX)
001580         GO TO 2000-EXIT
001590     END-IF.
001600     MOVE "N" TO WS-CON-FUNCIONES.
001610     PERFORM 2100-SEMBRAR-FUNCION THRU 2100-EXIT
001620         VARYING MENUFUN-IDX FROM 1 BY 1
001630         UNTIL MENUFUN-IDX > MENUFUN-TOTAL.
001640     IF PROGRAMA-CON-FUNCIONES
001650         GO TO 2000-EXIT
001660     END-IF.
001670
001680     MOVE MENUOPC-PROGRAMA (MENUOPC-IDX) TO PERM-PROGRAMA.
001690     MOVE "*" TO PERM-FUNCION.
001700     MOVE "P" TO PERM-ALCANCE.
001710     MOVE "@S" TO PERM-SUJETO.
001720     PERFORM 8000-GRABAR-PERMISO THRU 8000-EXIT.
001730     IF MENUOPC-CONSULTA (MENUOPC-IDX)
001740         MOVE "@R" TO PERM-SUJETO
001750         PERFORM 8000-GRABAR-PERMISO THRU 8000-EXIT
001760     END-IF.
001770 2000-EXIT.
001780     EXIT.
001790
001800 2100-SEMBRAR-FUNCION.
001810     IF MENUFUN-PROGRAMA (MENUFUN-IDX)
001820        NOT = MENUOPC-PROGRAMA (MENUOPC-IDX)
001830         GO TO 2100-EXIT
001840     END-IF.
001850     SET PROGRAMA-CON-FUNCIONES TO TRUE.
001860     MOVE MENUFUN-PROGRAMA (MENUFUN-IDX) TO PERM-PROGRAMA.
001870     MOVE MENUFUN-FUNCION (MENUFUN-IDX)  TO PERM-FUNCION.
001880     MOVE "P" TO PERM-ALCANCE.
001890     IF MENUFUN-NIVEL (MENUFUN-IDX) = "C"
001900        OR MENUFUN-NIVEL (MENUFUN-IDX) = "E"
001910         MOVE "@S" TO PERM-SUJETO
001920         PERFORM 8000-GRABAR-PERMISO THRU 8000-EXIT
001930     END-IF.
001940     IF MENUFUN-NIVEL (MENUFUN-IDX) = "C"
001950         MOVE "@R" TO PERM-SUJETO
001960         PERFORM 8000-GRABAR-PERMISO THRU 8000-EXIT
001970     END-IF.
001980 2100-EXIT.
001990     EXIT.
002000
002010*----------------------------------------------------------*
002020*  8000-GRABAR-PERMISO - Escribe el renglon ya armado; una   *
002030*  opcion repetida en el catalogo solo se cuenta.            *
002040*----------------------------------------------------------*
002050 8000-GRABAR-PERMISO.
002060     MOVE WS-FECHA-HOY TO PERM-FEC-ALTA.
002070     MOVE "PERMINIC"   TO PERM-OTORGO.
002080     WRITE PERM-REC
002090         INVALID KEY
002100             ADD 1 TO WS-TOTAL-REPETIDOS
002110         NOT INVALID KEY
002120             ADD 1 TO WS-TOTAL-SEMBRADOS
002130     END-WRITE.
002140 8000-EXIT.
002150     EXIT.
002160
002170*----------------------------------------------------------*
002180*  8900-AUDITAR-SIEMBRA - Renglon PERM-INIC en LOGAUDIT,     *
002190*  numerado y encadenado (rutina AUDCADEN).                  *
002200*----------------------------------------------------------*
002210 8900-AUDITAR-SIEMBRA.
002220     MOVE "LOGAUDIT" TO AUDCADEN-ARCHIVO.
002230     MOVE 69 TO AUDCADEN-POSICION.
002240     SET AUDCADEN-ULTIMO TO TRUE.
002250     CALL "AUDCADEN" USING AUDCADEN-PARM.
002260     OPEN EXTEND AUDITORIA-FILE.
002270     IF NOT WS-AUD-OK
002280         OPEN OUTPUT AUDITORIA-FILE
002290     END-IF.
002300     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
002310     ACCEPT AUD-HORA FROM TIME.
002320     MOVE "PERMINIC"  TO AUD-USERNAME.
002330     MOVE "PERM-INIC" TO AUD-RESULTADO.
002340     MOVE WS-TOTAL-SEMBRADOS TO WS-DET-TOTAL.
002350     MOVE WS-DETALLE-INIC TO AUD-DETALLE.
002360     ADD 1 TO AUDCADEN-SECUENCIA.
002370     MOVE AUDCADEN-SECUENCIA TO AUD-SECUENCIA.
002380     MOVE AUD-REC TO AUDCADEN-RENGLON.
002390     SET AUDCADEN-ENCADENAR TO TRUE.
002400     CALL "AUDCADEN" USING AUDCADEN-PARM.
002410     MOVE AUDCADEN-CADENA TO AUD-CADENA.
002420     WRITE AUD-REC.
002430     CLOSE AUDITORIA-FILE.
002440 8900-EXIT.
002450     EXIT.
002460
002470*----------------------------------------------------------*
002480*  9000-FINALIZAR - Cierra PERMIDX, audita e imprime el      *
002490*  resumen.                                                  *
002500*----------------------------------------------------------*
002510 9000-FINALIZAR.
002520     CLOSE PERMISO-FILE.
002530     PERFORM 8900-AUDITAR-SIEMBRA THRU 8900-EXIT.
002540     DISPLAY " ".
002550     DISPLAY "---- SIEMBRA DE PERMISOS POR FUNCION ----".
002560     DISPLAY "RENGLONES SEMBRADOS : " WS-TOTAL-SEMBRADOS.
002570     DISPLAY "OPCIONES REPETIDAS  : " WS-TOTAL-REPETIDOS.
002580     DISPLAY "LOS PERMISOS SE MANTIENEN EN USRMANT".
002590 9000-EXIT.
002600     EXIT.

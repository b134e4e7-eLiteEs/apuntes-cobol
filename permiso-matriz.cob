000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  PERMMATR                                     *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Matriz de accesos para auditoria.  Primera parte: los     *
000090*  renglones de PERMIDX por sujeto (permisos de cuentas y    *
000100*  grupos, y las membresias).  Segunda parte: por cada       *
000110*  cuenta activa de LOGINUSR, las opciones del menu          *
000120*  (MENUOPC) que PERMCHK le concede, con el alcance y el     *
000130*  sujeto por el que le llega (la cuenta, un grupo o su      *
000140*  rol), y debajo de cada programa con funciones propias     *
000150*  (MENUFUN) cuales tiene.  Sin PERMIDX la matriz sale de    *
000160*  los roles fijos y asi lo dice.  Reporte en generacion     *
000170*  fechada via RPTGEN.                                       *
000180*----------------------------------------------------------*
000190*  MODIFICATIONS.
000200*  2026-10-15 JFV  Creacion inicial.
000210*----------------------------------------------------------*
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. PERMMATR.
000240 AUTHOR. J. FIGUEROA VEGA.
000250 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000260 DATE-WRITTEN. 2026-10-15.
000270 DATE-COMPILED.
000280
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT PERMISO-FILE ASSIGN TO "PERMIDX"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS SEQUENTIAL
000350         RECORD KEY IS PERM-CLAVE
000360         FILE STATUS IS WS-PRM-STATUS.
000370
000380     SELECT USUARIO-FILE ASSIGN TO "LOGINUSR"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS USUARIO-USERNAME
000420         FILE STATUS IS WS-USR-STATUS.
000430
000440     SELECT REPORTE-FILE ASSIGN TO WS-ARCHIVO-REPORTE
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-RPT-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  PERMISO-FILE.
000510     COPY PERMREC.
000520
000530 FD  USUARIO-FILE.
000540     COPY USRREC.
000550
000560 FD  REPORTE-FILE.
000570 01  REPORTE-LINEA                PIC X(80).
000580
000590 WORKING-STORAGE SECTION.
000600 01  WS-PRM-STATUS                PIC X(02).
000610     88  WS-PRM-OK                        VALUE "00".
000620     88  WS-PRM-NO-EXISTE                 VALUE "35".
000630
000640 01  WS-USR-STATUS                PIC X(02).
000650     88  WS-USR-OK                        VALUE "00".
000660
000670 01  WS-RPT-STATUS                PIC X(02).
000680     88  WS-RPT-OK                        VALUE "00".
000690
000700 01  WS-ARCHIVO-REPORTE           PIC X(20) VALUE "PERMMATR".
000710
000720 01  WS-SWITCHES.
000730     05  WS-FIN-PERMISOS          PIC X(01) VALUE "N".
000740         88  FIN-DE-PERMISOS              VALUE "S".
000750     05  WS-FIN-USUARIOS          PIC X(01) VALUE "N".
000760         88  FIN-DE-USUARIOS              VALUE "S".
000770     05  WS-HAY-PERMIDX           PIC X(01) VALUE "N".
000780         88  HAY-PERMIDX                  VALUE "S".
000790
000800 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
000810 01  WS-SUJETO-ANTERIOR           PIC X(20) VALUE SPACES.
000820
000830 01  WS-CONTADORES.
000840     05  WS-TOT-RENGLONES         PIC 9(05) COMP VALUE ZERO.
000850     05  WS-TOT-CUENTAS           PIC 9(05) COMP VALUE ZERO.
000860     05  WS-TOT-BLOQUEADAS        PIC 9(05) COMP VALUE ZERO.
000870     05  WS-TOT-CONCEDIDAS        PIC 9(05) COMP VALUE ZERO.
000880     05  WS-OPC-CUENTA            PIC 9(03) COMP VALUE ZERO.
000890
000900 01  WS-LINEA-TITULO.
000910     05  FILLER                   PIC X(45) VALUE
000920         "PERMMATR - MATRIZ DE ACCESOS POR FUNCION     ".
000930     05  FILLER                   PIC X(17) VALUE SPACES.
000940     05  RPT-FECHA                PIC 9(08).
000950     05  FILLER                   PIC X(10) VALUE SPACES.
000960
000970 01  WS-LINEA-SECCION             PIC X(80).
000980
000990 01  WS-ENCAB-REGLAS.
001000     05  FILLER                   PIC X(40) VALUE
001010         "SUJETO               PROGRAMA FUNCION  A".
001020     05  FILLER                   PIC X(40) VALUE
001030         "LC ALTA     OTORGO                      ".
001040
001050 01  WS-LINEA-REGLA.
001060     05  RPT-SUJETO               PIC X(20).
001070     05  FILLER                   PIC X(01) VALUE SPACE.
001080     05  RPT-PROGRAMA             PIC X(08).
001090     05  FILLER                   PIC X(01) VALUE SPACE.
001100     05  RPT-FUNCION              PIC X(08).
001110     05  FILLER                   PIC X(01) VALUE SPACE.
001120     05  RPT-ALCANCE              PIC X(03).
001130     05  FILLER                   PIC X(01) VALUE SPACE.
001140     05  RPT-ALTA                 PIC 9(08).
001150     05  FILLER                   PIC X(01) VALUE SPACE.
001160     05  RPT-OTORGO               PIC X(20).
001170     05  FILLER                   PIC X(08) VALUE SPACES.
001180
001190 01  WS-LINEA-CUENTA.
001200     05  FILLER                   PIC X(08) VALUE "CUENTA: ".
001210     05  RPT-CUENTA               PIC X(20).
001220     05  FILLER                   PIC X(07) VALUE "  ROL: ".
001230     05  RPT-ROL                  PIC X(01).
001240     05  FILLER                   PIC X(44) VALUE SPACES.
001250
001260 01  WS-LINEA-OPCION.
001270     05  FILLER                   PIC X(02) VALUE SPACES.
001280     05  RPT-OPC-NUMERO           PIC Z9.
001290     05  FILLER                   PIC X(01) VALUE SPACE.
001300     05  RPT-OPC-PROGRAMA         PIC X(08).
001310     05  FILLER                   PIC X(01) VALUE SPACE.
001320     05  RPT-OPC-TEXTO            PIC X(40).
001330     05  FILLER                   PIC X(01) VALUE SPACE.
001340     05  RPT-OPC-ALCANCE          PIC X(01).
001350     05  FILLER                   PIC X(01) VALUE SPACE.
001360     05  RPT-OPC-VIA              PIC X(20).
001370     05  FILLER                   PIC X(03) VALUE SPACES.
001380
001390 01  WS-LINEA-FUNCION.
001400     05  FILLER                   PIC X(14) VALUE
001410         "      FUNCION ".
001420     05  RPT-FUN-FUNCION          PIC X(08).
001430     05  FILLER                   PIC X(01) VALUE SPACE.
001440     05  RPT-FUN-TEXTO            PIC X(30).
001450     05  FILLER                   PIC X(01) VALUE SPACE.
001460     05  RPT-FUN-ESTADO           PIC X(06).
001470     05  FILLER                   PIC X(01) VALUE SPACE.
001480     05  RPT-FUN-VIA              PIC X(19).
001490
001500 01  WS-LINEA-TOTAL.
001510     05  RPT-TOT-TEXTO            PIC X(40).
001520     05  RPT-TOT-CANTIDAD         PIC ZZ,ZZ9.
001530     05  FILLER                   PIC X(34) VALUE SPACES.
001540
001550 COPY ERRPARM.
001560
001570 COPY RPTGPARM.
001580
001590 COPY PERMPARM.
001600
001610 COPY MENUOPC.
001620
001630 PROCEDURE DIVISION.
001640 0000-MAINLINE.
001650     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001660     PERFORM 2000-LISTAR-REGLAS THRU 2000-EXIT.
001670     PERFORM 3000-MATRIZ-CUENTAS THRU 3000-EXIT.
001680     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001690     STOP RUN.
001700
001710*----------------------------------------------------------*
001720*  1000-INICIALIZAR - Abre LOGINUSR y el reporte             *
001730*----------------------------------------------------------*
001740 1000-INICIALIZAR.
001750     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
001760
001770     OPEN INPUT USUARIO-FILE.
001780     IF NOT WS-USR-OK
001790         MOVE "PERMMATR"      TO ERRHAND-PROGRAMA
001800         MOVE "1000-INICIALIZAR" TO ERRHAND-PARRAFO
001810         MOVE WS-USR-STATUS   TO ERRHAND-FILE-STATUS
001820         SET ERRHAND-FATAL TO TRUE
001830         MOVE "ERROR AL ABRIR LOGINUSR" TO ERRHAND-MENSAJE
001840         CALL "ERRHAND" USING ERRHAND-PARM
001850         MOVE 8 TO RETURN-CODE
001860         STOP RUN
001870     END-IF.
001880
001890     MOVE "PERMMATR" TO RPTGEN-REPORTE.
001900     CALL "RPTGEN" USING RPTGEN-PARM.
001910     MOVE RPTGEN-ARCHIVO TO WS-ARCHIVO-REPORTE.
001920     OPEN OUTPUT REPORTE-FILE.
001930     MOVE WS-FECHA-HOY TO RPT-FECHA.
001940     WRITE REPORTE-LINEA FROM WS-LINEA-TITULO.
001950 1000-EXIT.
001960     EXIT.
001970
001980*----------------------------------------------------------*
001990*  2000-LISTAR-REGLAS - Primera parte: PERMIDX completo en   *
002000*  orden de sujeto.  Se cierra antes de la segunda parte     *
002010*  porque PERMCHK lo abre por su cuenta.                     *
002020*----------------------------------------------------------*
002030 2000-LISTAR-REGLAS.
002040     MOVE SPACES TO REPORTE-LINEA.
002050     WRITE REPORTE-LINEA.
002060     MOVE "I. PERMISOS REGISTRADOS EN PERMIDX"
002070         TO WS-LINEA-SECCION.
002080     WRITE REPORTE-LINEA FROM WS-LINEA-SECCION.
002090     OPEN INPUT PERMISO-FILE.
002100     IF WS-PRM-NO-EXISTE
002110         MOVE SPACES TO WS-LINEA-SECCION
002120         STRING "   SIN PERMIDX RIGEN LOS ROLES FIJOS "
002130             "(A TODO, S CONSULTA/ESCRITURA, R CONSULTA)"
002140             DELIMITED BY SIZE INTO WS-LINEA-SECCION
002150         WRITE REPORTE-LINEA FROM WS-LINEA-SECCION
002160         GO TO 2000-EXIT
002170     END-IF.
002180     IF NOT WS-PRM-OK
002190         MOVE "PERMMATR"      TO ERRHAND-PROGRAMA
002200         MOVE "2000-LISTAR-REGLAS" TO ERRHAND-PARRAFO
002210         MOVE WS-PRM-STATUS   TO ERRHAND-FILE-STATUS
002220         SET ERRHAND-FATAL TO TRUE
002230         MOVE "ERROR AL ABRIR PERMIDX" TO ERRHAND-MENSAJE
002240         CALL "ERRHAND" USING ERRHAND-PARM
002250         MOVE 8 TO RETURN-CODE
002260         STOP RUN
002270     END-IF.
002280     SET HAY-PERMIDX TO TRUE.
002290     WRITE REPORTE-LINEA FROM WS-ENCAB-REGLAS.
002300     PERFORM 2100-LISTAR-REGLA THRU 2100-EXIT
002310         UNTIL FIN-DE-PERMISOS.
002320     CLOSE PERMISO-FILE.
002330 2000-EXIT.
002340     EXIT.
002350
002360 2100-LISTAR-REGLA.
002370     READ PERMISO-FILE NEXT RECORD
002380         AT END
002390             SET FIN-DE-PERMISOS TO TRUE
002400             GO TO 2100-EXIT
002410     END-READ.
002420     ADD 1 TO WS-TOT-RENGLONES.
002430     MOVE SPACES TO WS-LINEA-REGLA.
002440     IF PERM-SUJETO NOT = WS-SUJETO-ANTERIOR
002450         MOVE PERM-SUJETO TO RPT-SUJETO
002460         MOVE PERM-SUJETO TO WS-SUJETO-ANTERIOR
002470     END-IF.
002480     IF PERM-MEMBRESIA
002490         MOVE "MIEMBRO"     TO RPT-PROGRAMA
002500         MOVE PERM-FUNCION  TO RPT-FUNCION
002520     ELSE
002530         MOVE PERM-PROGRAMA TO RPT-PROGRAMA
002540         MOVE PERM-FUNCION  TO RPT-FUNCION
002550         MOVE PERM-ALCANCE  TO RPT-ALCANCE
002560     END-IF.
002570     MOVE PERM-FEC-ALTA TO RPT-ALTA.
002580     MOVE PERM-OTORGO   TO RPT-OTORGO.
002590     WRITE REPORTE-LINEA FROM WS-LINEA-REGLA.
002600 2100-EXIT.
002610     EXIT.
002620
002630*----------------------------------------------------------*
002640*  3000-MATRIZ-CUENTAS - Segunda parte: por cada cuenta      *
002650*  activa, lo que PERMCHK le concede.                        *
002660*----------------------------------------------------------*
002670 3000-MATRIZ-CUENTAS.
002680     MOVE SPACES TO REPORTE-LINEA.
002690     WRITE REPORTE-LINEA.
002700     MOVE SPACES TO WS-LINEA-SECCION.
002710     STRING "II. ACCESOS EFECTIVOS POR CUENTA ACTIVA "
002720         "(OPCION, PROGRAMA, ALCANCE, POR VIA DE)"
002730         DELIMITED BY SIZE INTO WS-LINEA-SECCION.
002740     WRITE REPORTE-LINEA FROM WS-LINEA-SECCION.
002750     PERFORM 3100-MATRIZ-CUENTA THRU 3100-EXIT
002760         UNTIL FIN-DE-USUARIOS.
002770 3000-EXIT.
002780     EXIT.
002790
002800 3100-MATRIZ-CUENTA.
002810     READ USUARIO-FILE NEXT RECORD
002820         AT END
002830             SET FIN-DE-USUARIOS TO TRUE
002840             GO TO 3100-EXIT
002850     END-READ.
002860     IF USUARIO-BLOQUEADO
002870         ADD 1 TO WS-TOT-BLOQUEADAS
002880         GO TO 3100-EXIT
002890     END-IF.
002900     ADD 1 TO WS-TOT-CUENTAS.
002910     MOVE SPACES TO REPORTE-LINEA.
002920     WRITE REPORTE-LINEA.
002930     MOVE USUARIO-USERNAME TO RPT-CUENTA.
002940     MOVE USUARIO-ROL      TO RPT-ROL.
002950     WRITE REPORTE-LINEA FROM WS-LINEA-CUENTA.
002960     MOVE ZERO TO WS-OPC-CUENTA.
002970     PERFORM 3200-REVISAR-OPCION THRU 3200-EXIT
002980         VARYING MENUOPC-IDX FROM 1 BY 1
002990         UNTIL MENUOPC-IDX > MENUOPC-TOTAL.
003000     IF WS-OPC-CUENTA = ZERO
003010         MOVE "     (NINGUNA OPCION CONCEDIDA)"
003020             TO WS-LINEA-SECCION
003030         WRITE REPORTE-LINEA FROM WS-LINEA-SECCION
003040     END-IF.
003050 3100-EXIT.
003060     EXIT.
003070
003080*----------------------------------------------------------*
003090*  3200-REVISAR-OPCION - Una opcion del menu para la         *
003100*  cuenta; si se concede, sus funciones propias.             *
003110*----------------------------------------------------------*
003120 3200-REVISAR-OPCION.
003130     MOVE USUARIO-USERNAME TO PERMCHK-USERNAME.
003140     MOVE USUARIO-ROL      TO PERMCHK-ROL.
003150     MOVE MENUOPC-PROGRAMA (MENUOPC-IDX) TO PERMCHK-PROGRAMA.
003160     MOVE SPACES           TO PERMCHK-FUNCION.
003170     MOVE MENUOPC-NIVEL (MENUOPC-IDX) TO PERMCHK-NIVEL.
003180     CALL "PERMCHK" USING PERMCHK-PARM.
003190     IF PERMCHK-ERROR-ARCHIVO
003200         MOVE "PERMMATR"      TO ERRHAND-PROGRAMA
003210         MOVE "3200-REVISAR-OPCION" TO ERRHAND-PARRAFO
003220         MOVE SPACES          TO ERRHAND-FILE-STATUS
003230         SET ERRHAND-FATAL TO TRUE
003240         MOVE "PERMCHK NO PUDO LEER PERMIDX" TO ERRHAND-MENSAJE
003250         CALL "ERRHAND" USING ERRHAND-PARM
003260         MOVE 8 TO RETURN-CODE
003270         STOP RUN
003280     END-IF.
003290     IF NOT PERMCHK-PERMITIDO
003300         GO TO 3200-EXIT
003310     END-IF.
003320     ADD 1 TO WS-OPC-CUENTA.
003330     ADD 1 TO WS-TOT-CONCEDIDAS.
003340     MOVE MENUOPC-NUMERO (MENUOPC-IDX)   TO RPT-OPC-NUMERO.
003350     MOVE MENUOPC-PROGRAMA (MENUOPC-IDX) TO RPT-OPC-PROGRAMA.
003360     MOVE MENUOPC-TEXTO (MENUOPC-IDX)    TO RPT-OPC-TEXTO.
003370     MOVE PERMCHK-ALCANCE TO RPT-OPC-ALCANCE.
003380     MOVE PERMCHK-VIA     TO RPT-OPC-VIA.
003390     WRITE REPORTE-LINEA FROM WS-LINEA-OPCION.
003400     PERFORM 3300-REVISAR-FUNCION THRU 3300-EXIT
003410         VARYING MENUFUN-IDX FROM 1 BY 1
003420         UNTIL MENUFUN-IDX > MENUFUN-TOTAL.
003430 3200-EXIT.
003440     EXIT.
003450
003460 3300-REVISAR-FUNCION.
003470     IF MENUFUN-PROGRAMA (MENUFUN-IDX)
003480        NOT = MENUOPC-PROGRAMA (MENUOPC-IDX)
003490         GO TO 3300-EXIT
003500     END-IF.
003510     MOVE MENUFUN-FUNCION (MENUFUN-IDX) TO PERMCHK-FUNCION.
003520     MOVE MENUFUN-NIVEL (MENUFUN-IDX)   TO PERMCHK-NIVEL.
003530     CALL "PERMCHK" USING PERMCHK-PARM.
003540     MOVE MENUFUN-FUNCION (MENUFUN-IDX) TO RPT-FUN-FUNCION.
003550     MOVE MENUFUN-TEXTO (MENUFUN-IDX)   TO RPT-FUN-TEXTO.
003560     IF PERMCHK-PERMITIDO
003570         MOVE PERMCHK-ALCANCE TO RPT-FUN-ESTADO
003580         MOVE PERMCHK-VIA     TO RPT-FUN-VIA
003590     ELSE
003600         MOVE "NEGADA" TO RPT-FUN-ESTADO
003610         MOVE SPACES   TO RPT-FUN-VIA
003620     END-IF.
003630     WRITE REPORTE-LINEA FROM WS-LINEA-FUNCION.
003640 3300-EXIT.
003650     EXIT.
003660
003670*----------------------------------------------------------*
003680*  9000-FINALIZAR - Totales y cierre                         *
003690*----------------------------------------------------------*
003700 9000-FINALIZAR.
003710     MOVE SPACES TO REPORTE-LINEA.
003720     WRITE REPORTE-LINEA.
003730     MOVE "RENGLONES EN PERMIDX" TO RPT-TOT-TEXTO.
003740     MOVE WS-TOT-RENGLONES TO RPT-TOT-CANTIDAD.
003750     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
003760     MOVE "CUENTAS ACTIVAS" TO RPT-TOT-TEXTO.
003770     MOVE WS-TOT-CUENTAS TO RPT-TOT-CANTIDAD.
003780     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
003790     MOVE "CUENTAS BLOQUEADAS (NO SE LISTAN)" TO RPT-TOT-TEXTO.
003800     MOVE WS-TOT-BLOQUEADAS TO RPT-TOT-CANTIDAD.
003810     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
003820     MOVE "OPCIONES CONCEDIDAS EN TOTAL" TO RPT-TOT-TEXTO.
003830     MOVE WS-TOT-CONCEDIDAS TO RPT-TOT-CANTIDAD.
003840     WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL.
003850
003860     CLOSE USUARIO-FILE.
003870     CLOSE REPORTE-FILE.
003880
003890     DISPLAY "PERMMATR - CUENTAS ACTIVAS: " WS-TOT-CUENTAS.
003900     DISPLAY "REPORTE: " WS-ARCHIVO-REPORTE.
003910 9000-EXIT.
003920     EXIT.

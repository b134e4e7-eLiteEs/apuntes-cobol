000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  SESCONS                                      *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Consulta de las sesiones abiertas en SESIONIDX para el    *
000090*  administrador: usuario, terminal, rol, inicio, ultima     *
000100*  actividad y minutos sin actividad; las que ya pasaron el  *
000110*  limite SESION-INACTIVA se marcan VENCIDA (el menu de esa  *
000120*  terminal pedira entrar de nuevo en su siguiente opcion).  *
000130*----------------------------------------------------------*
000140*  MODIFICATIONS.
000150*  2026-10-15 JFV  Creacion inicial.
000152*  2026-10-15 JFV  Recibe LOGIN-PARM de MENUPRIN y verifica
000154*                  al entrar la sesion y el permiso por
000156*                  funcion (rutina PERMCHK, archivo PERMIDX).
000160*----------------------------------------------------------*
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID. SESCONS.
000190 AUTHOR. J. FIGUEROA VEGA.
000200 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000210 DATE-WRITTEN. 2026-10-15.
000220 DATE-COMPILED.
000230
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT SESION-FILE ASSIGN TO "SESIONIDX"
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS SEQUENTIAL
000300         RECORD KEY IS SES-USERNAME
000310         FILE STATUS IS WS-SES-STATUS.
000320
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  SESION-FILE.
000360     COPY SESREC.
000370
000380 WORKING-STORAGE SECTION.
000390 01  WS-SES-STATUS                PIC X(02).
000400     88  WS-SES-OK                        VALUE "00".
000410     88  WS-SES-FIN-ARCHIVO               VALUE "10".
000420     88  WS-SES-NO-EXISTE                 VALUE "35".
000430
000440*  Usuarios con sesion; SESIONIDX se cierra antes de medir   *
000450*  cada una con SESMGR, que abre el archivo por su cuenta.   *
000460 01  WS-TOTAL-SESIONES            PIC 9(03) COMP VALUE ZERO.
000470 01  WS-TABLA-SESIONES.
000480     05  WS-SES-USUARIO           PIC X(20) OCCURS 200 TIMES.
000490 01  WS-IDX-SES                   PIC 9(03) COMP.
000500
000510 01  WS-CONTADORES.
000520     05  WS-TOTAL-MOSTRADAS       PIC 9(05) COMP VALUE ZERO.
000530     05  WS-TOTAL-VENCIDAS        PIC 9(05) COMP VALUE ZERO.
000540
000550 01  WS-MARCA                     PIC X(07).
000560
000570 COPY SESPARM.
000580
000590 COPY ERRPARM.
000600
000601 COPY PERMPARM.
000602
000603 LINKAGE SECTION.
000604 COPY LOGPARM.
000605
000610 PROCEDURE DIVISION USING LOGIN-PARM.
000620 0000-MAINLINE.
000621     IF NOT LOGIN-CONCEDIDO OR LOGIN-USERNAME = SPACES
000622         DISPLAY "DEBE ENTRAR POR EL MENU CON SESION INICIADA"
000623         GOBACK
000624     END-IF.
000625     MOVE LOGIN-USERNAME TO PERMCHK-USERNAME.
000626     MOVE LOGIN-ROL      TO PERMCHK-ROL.
000627     MOVE "SESCONS"      TO PERMCHK-PROGRAMA.
000628     MOVE SPACES         TO PERMCHK-FUNCION.
000629     SET PERMCHK-NIVEL-ADMIN TO TRUE.
000630     CALL "PERMCHK" USING PERMCHK-PARM.
000631     IF NOT PERMCHK-PERMITIDO
000632         DISPLAY "SIN PERMISO PARA SESCONS"
000633         GOBACK
000634     END-IF.
000635     MOVE ZERO TO WS-TOTAL-SESIONES.
000640     MOVE ZERO TO WS-TOTAL-MOSTRADAS.
000650     MOVE ZERO TO WS-TOTAL-VENCIDAS.
000660     MOVE SPACES TO WS-SES-STATUS.
000670     PERFORM 1000-CARGAR-SESIONES THRU 1000-EXIT.
000680     DISPLAY " ".
000690     DISPLAY "---- SESIONES ABIERTAS (SESIONIDX) ----".
000700     DISPLAY "USUARIO              TERMINAL ROL INICIO"
000710         "          ULTIMA ACTIVIDAD  MIN".
000720     PERFORM 2000-MOSTRAR-SESION THRU 2000-EXIT
000730         VARYING WS-IDX-SES FROM 1 BY 1
000740         UNTIL WS-IDX-SES > WS-TOTAL-SESIONES.
000750     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
000760     GOBACK.
000770
000780*----------------------------------------------------------*
000790*  1000-CARGAR-SESIONES - Recorre SESIONIDX y guarda los     *
000800*  usuarios.  Sin archivo no hay sesiones abiertas.          *
000810*----------------------------------------------------------*
000820 1000-CARGAR-SESIONES.
000830     OPEN INPUT SESION-FILE.
000840     IF WS-SES-NO-EXISTE
000850         GO TO 1000-EXIT
000860     END-IF.
000870     IF NOT WS-SES-OK
000880         MOVE "SESCONS"        TO ERRHAND-PROGRAMA
000890         MOVE "1000-CARGAR-SESIONES" TO ERRHAND-PARRAFO
000900         MOVE WS-SES-STATUS    TO ERRHAND-FILE-STATUS
000910         SET ERRHAND-ADVERTENCIA TO TRUE
000920         MOVE "ERROR AL ABRIR SESIONIDX" TO ERRHAND-MENSAJE
000930         CALL "ERRHAND" USING ERRHAND-PARM
000940         GO TO 1000-EXIT
000950     END-IF.
000960     PERFORM 1100-LEER-SESION THRU 1100-EXIT
000970         UNTIL WS-SES-FIN-ARCHIVO.
000980     CLOSE SESION-FILE.
000990 1000-EXIT.
001000     EXIT.
001010
001020 1100-LEER-SESION.
001030     READ SESION-FILE NEXT RECORD
001040         AT END
001050             SET WS-SES-FIN-ARCHIVO TO TRUE
001060             GO TO 1100-EXIT
001070     END-READ.
001080     IF WS-TOTAL-SESIONES < 200
001090         ADD 1 TO WS-TOTAL-SESIONES
001100         MOVE SES-USERNAME TO WS-SES-USUARIO (WS-TOTAL-SESIONES)
001110     ELSE
001120         DISPLAY "MAS DE 200 SESIONES; SOLO SE MUESTRAN 200"
001130         SET WS-SES-FIN-ARCHIVO TO TRUE
001140     END-IF.
001150 1100-EXIT.
001160     EXIT.
001170
001180*----------------------------------------------------------*
001190*  2000-MOSTRAR-SESION - Mide la sesion con SESMGR y la      *
001200*  muestra; la que ya se cerro entre tanto se omite.         *
001210*----------------------------------------------------------*
001220 2000-MOSTRAR-SESION.
001230     SET SESMGR-CONSULTAR TO TRUE.
001240     MOVE WS-SES-USUARIO (WS-IDX-SES) TO SESMGR-USERNAME.
001250     CALL "SESMGR" USING SESMGR-PARM.
001260     IF SESMGR-SIN-SESION
001270        OR SESMGR-ERROR-ARCHIVO
001280         GO TO 2000-EXIT
001290     END-IF.
001300     MOVE SPACES TO WS-MARCA.
001310     IF SESMGR-EXPIRADA
001320         MOVE "VENCIDA" TO WS-MARCA
001330         ADD 1 TO WS-TOTAL-VENCIDAS
001340     END-IF.
001350     ADD 1 TO WS-TOTAL-MOSTRADAS.
001360     DISPLAY SESMGR-USERNAME " " SESMGR-OTRA-TERMINAL " "
001370         SESMGR-ROL "   " SESMGR-INI-FECHA " " SESMGR-INI-HORA
001380         " " SESMGR-OTRA-FECHA " " SESMGR-OTRA-HORA
001390         " " SESMGR-MINUTOS-INACTIVO " " WS-MARCA.
001400 2000-EXIT.
001410     EXIT.
001420
001430*----------------------------------------------------------*
001440*  9000-FINALIZAR - Resumen de la consulta                   *
001450*----------------------------------------------------------*
001460 9000-FINALIZAR.
001470     DISPLAY " ".
001480     DISPLAY "SESIONES ABIERTAS : " WS-TOTAL-MOSTRADAS.
001490     DISPLAY "VENCIDAS          : " WS-TOTAL-VENCIDAS.
001500     IF WS-TOTAL-SESIONES > ZERO
001510         DISPLAY "LIMITE DE INACTIVIDAD: " SESMGR-LIMITE
001520             " MINUTOS"
001530     END-IF.
001540 9000-EXIT.
001550     EXIT.

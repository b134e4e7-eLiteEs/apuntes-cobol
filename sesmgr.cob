000010*----------------------------------------------------------*
000020*  PROGRAM-ID.  SESMGR                                       *
000030*  AUTHOR.      J. FIGUEROA VEGA                             *
000040*  INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO                *
000050*  DATE-WRITTEN. 2026-10-15.                                 *
000060*  DATE-COMPILED.                                            *
000070*----------------------------------------------------------*
000080*  Rutina comun del registro de sesiones SESIONIDX: LOGIN    *
000090*  abre la sesion (usuario, terminal, inicio, ultima         *
000100*  actividad), MENUPRIN la refresca en cada opcion y la      *
000110*  cierra al salir.  Una sesion sin actividad por mas de     *
000120*  SESION-INACTIVA minutos (SYSPARM, 15 por omision) vence:  *
000130*  el menu obliga a entrar de nuevo.  Como la clave es el    *
000140*  usuario, abrir una sesion reemplaza la anterior y la      *
000150*  terminal vieja se entera en su siguiente refresco.        *
000160*----------------------------------------------------------*
000170*  MODIFICATIONS.
000180*  2026-10-15 JFV  Creacion inicial.
000190*  2026-10-15 JFV  La hora se toma de TIME en 9(08) y se
000200*                  usan HHMMSS (como RUNGUARD); en 9(06) se
000210*                  quedaba con MMSScc y el calculo de
000220*                  inactividad salia mal.
000230*----------------------------------------------------------*
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. SESMGR.
000260 AUTHOR. J. FIGUEROA VEGA.
000270 INSTALLATION. DEPTO. DE SISTEMAS - COLEGIO.
000280 DATE-WRITTEN. 2026-10-15.
000290 DATE-COMPILED.
000300
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT SESION-FILE ASSIGN TO "SESIONIDX"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS RANDOM
000370         RECORD KEY IS SES-USERNAME
000380         FILE STATUS IS WS-SES-STATUS.
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  SESION-FILE.
000430     COPY SESREC.
000440
000450 WORKING-STORAGE SECTION.
000460 01  WS-SES-STATUS                PIC X(02).
000470     88  WS-SES-OK                        VALUE "00".
000480     88  WS-SES-NO-EXISTE                 VALUE "35".
000490
000500 01  WS-LIMITE                    PIC 9(03) VALUE 15.
000510
000520 01  WS-FECHA-HOY                 PIC 9(08) VALUE ZERO.
000530 01  WS-HORA-HOY                  PIC 9(06) VALUE ZERO.
000540 01  WS-HORA-HOY-R REDEFINES WS-HORA-HOY.
000550     05  WS-HOY-HH                PIC 9(02).
000560     05  WS-HOY-MM                PIC 9(02).
000570     05  WS-HOY-SS                PIC 9(02).
000580 01  WS-HORA-SISTEMA              PIC 9(08) VALUE ZERO.
000590 01  WS-HORA-PARTES REDEFINES WS-HORA-SISTEMA.
000600     05  WS-HORA-HHMMSS           PIC 9(06).
000610     05  FILLER                   PIC 9(02).
000620 01  WS-HORA-ULTIMA               PIC 9(06) VALUE ZERO.
000630 01  WS-HORA-ULTIMA-R REDEFINES WS-HORA-ULTIMA.
000640     05  WS-ULT-HH                PIC 9(02).
000650     05  WS-ULT-MM                PIC 9(02).
000660     05  WS-ULT-SS                PIC 9(02).
000670 01  WS-MINUTOS                   PIC S9(09) COMP VALUE ZERO.
000680
000690 COPY PARMPARM.
000700
000710 LINKAGE SECTION.
000720 COPY SESPARM.
000730
000740 PROCEDURE DIVISION USING SESMGR-PARM.
000750 0000-MAINLINE.
000760     SET SESMGR-OK TO TRUE.
000770     MOVE SPACES TO SESMGR-OTRA-TERMINAL.
000780     MOVE ZERO   TO SESMGR-OTRA-ULTIMA.
000790     MOVE ZERO   TO SESMGR-MINUTOS-INACTIVO.
000800     PERFORM 0100-LEER-LIMITE THRU 0100-EXIT.
000810     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
000820     ACCEPT WS-HORA-SISTEMA FROM TIME.
000830     MOVE WS-HORA-HHMMSS TO WS-HORA-HOY.
000840     EVALUATE TRUE
000850         WHEN SESMGR-CONSULTAR
000860             PERFORM 1000-CONSULTAR THRU 1000-EXIT
000870         WHEN SESMGR-ABRIR
000880             PERFORM 2000-ABRIR THRU 2000-EXIT
000890         WHEN SESMGR-REFRESCAR
000900             PERFORM 3000-REFRESCAR THRU 3000-EXIT
000910         WHEN SESMGR-TERMINAR
000920             PERFORM 4000-TERMINAR THRU 4000-EXIT
000930         WHEN OTHER
000940             SET SESMGR-ERROR-ARCHIVO TO TRUE
000950     END-EVALUATE.
000960     GOBACK.
000970
000980 0100-LEER-LIMITE.
000990     MOVE 15 TO WS-LIMITE.
001000     MOVE "SESION-INACTIVA" TO PARMLKP-CLAVE.
001010     CALL "PARMLKP" USING PARMLKP-PARM.
001020     IF PARMLKP-ENCONTRADO
001030        AND PARMLKP-VALOR IS NUMERIC
001040        AND PARMLKP-VALOR NOT = ZERO
001050         MOVE PARMLKP-VALOR TO WS-LIMITE
001060     END-IF.
001070     MOVE WS-LIMITE TO SESMGR-LIMITE.
001080 0100-EXIT.
001090     EXIT.
001100
001110*----------------------------------------------------------*
001120*  1000-CONSULTAR - Devuelve la sesion abierta del usuario   *
001130*  (terminal, ultima actividad, minutos sin actividad) y si  *
001140*  ya vencio.  Sin SESIONIDX no hay sesiones abiertas.       *
001150*----------------------------------------------------------*
001160 1000-CONSULTAR.
001170     OPEN INPUT SESION-FILE.
001180     IF WS-SES-NO-EXISTE
001190         SET SESMGR-SIN-SESION TO TRUE
001200         GO TO 1000-EXIT
001210     END-IF.
001220     IF NOT WS-SES-OK
001230         SET SESMGR-ERROR-ARCHIVO TO TRUE
001240         GO TO 1000-EXIT
001250     END-IF.
001260     MOVE SESMGR-USERNAME TO SES-USERNAME.
001270     READ SESION-FILE
001280         INVALID KEY
001290             SET SESMGR-SIN-SESION TO TRUE
001300         NOT INVALID KEY
001310             MOVE SES-TERMINAL TO SESMGR-OTRA-TERMINAL
001320             MOVE SES-ULTIMA   TO SESMGR-OTRA-ULTIMA
001330             MOVE SES-ROL      TO SESMGR-ROL
001340             MOVE SES-INICIO   TO SESMGR-INICIO
001350             PERFORM 8000-MEDIR-INACTIVIDAD THRU 8000-EXIT
001360     END-READ.
001370     CLOSE SESION-FILE.
001380 1000-EXIT.
001390     EXIT.
001400
001410*----------------------------------------------------------*
001420*  2000-ABRIR - Graba la sesion nueva; si el usuario ya      *
001430*  tenia una (en esta u otra terminal) queda reemplazada.    *
001440*  El archivo se crea la primera vez.                        *
001450*----------------------------------------------------------*
001460 2000-ABRIR.
001470     OPEN I-O SESION-FILE.
001480     IF WS-SES-NO-EXISTE
001490         OPEN OUTPUT SESION-FILE
001500         CLOSE SESION-FILE
001510         OPEN I-O SESION-FILE
001520     END-IF.
001530     IF NOT WS-SES-OK
001540         SET SESMGR-ERROR-ARCHIVO TO TRUE
001550         GO TO 2000-EXIT
001560     END-IF.
001570     MOVE SESMGR-USERNAME TO SES-USERNAME.
001580     MOVE SESMGR-TERMINAL TO SES-TERMINAL.
001590     MOVE SESMGR-ROL      TO SES-ROL.
001600     MOVE WS-FECHA-HOY    TO SES-INI-FECHA.
001610     MOVE WS-HORA-HOY     TO SES-INI-HORA.
001620     MOVE SES-INICIO      TO SES-ULTIMA.
001630     MOVE SES-INICIO      TO SESMGR-INICIO.
001640     WRITE SES-REC
001650         INVALID KEY
001660             REWRITE SES-REC
001670                 INVALID KEY
001680                     SET SESMGR-ERROR-ARCHIVO TO TRUE
001690             END-REWRITE
001700     END-WRITE.
001710     CLOSE SESION-FILE.
001720 2000-EXIT.
001730     EXIT.
001740
001750*----------------------------------------------------------*
001760*  3000-REFRESCAR - La sesion sigue viva solo si el          *
001770*  registro es el mismo que abrio esta terminal (si no, otro *
001780*  login la reemplazo) y no paso el limite de inactividad    *
001790*  (si paso, se borra).  Viva, se sella la actividad.        *
001800*----------------------------------------------------------*
001810 3000-REFRESCAR.
001820     OPEN I-O SESION-FILE.
001830     IF NOT WS-SES-OK
001840         SET SESMGR-ERROR-ARCHIVO TO TRUE
001850         GO TO 3000-EXIT
001860     END-IF.
001870     MOVE SESMGR-USERNAME TO SES-USERNAME.
001880     READ SESION-FILE
001890         INVALID KEY
001900             SET SESMGR-TERMINADA TO TRUE
001910             CLOSE SESION-FILE
001920             GO TO 3000-EXIT
001930     END-READ.
001940     IF SES-TERMINAL NOT = SESMGR-TERMINAL
001950        OR SES-INICIO NOT = SESMGR-INICIO
001960         SET SESMGR-TERMINADA TO TRUE
001970         MOVE SES-TERMINAL TO SESMGR-OTRA-TERMINAL
001980         MOVE SES-ULTIMA   TO SESMGR-OTRA-ULTIMA
001990         CLOSE SESION-FILE
002000         GO TO 3000-EXIT
002010     END-IF.
002020
002030     PERFORM 8000-MEDIR-INACTIVIDAD THRU 8000-EXIT.
002040     IF SESMGR-EXPIRADA
002050         DELETE SESION-FILE RECORD
002060             INVALID KEY
002070                 CONTINUE
002080         END-DELETE
002090     ELSE
002100         MOVE WS-FECHA-HOY TO SES-ULT-FECHA
002110         MOVE WS-HORA-HOY  TO SES-ULT-HORA
002120         REWRITE SES-REC
002130             INVALID KEY
002140                 SET SESMGR-ERROR-ARCHIVO TO TRUE
002150         END-REWRITE
002160     END-IF.
002170     CLOSE SESION-FILE.
002180 3000-EXIT.
002190     EXIT.
002200
002210*  Cierra solo la sesion propia: si otro login ya la         *
002220*  reemplazo, la nueva no se toca.                           *
002230 4000-TERMINAR.
002240     OPEN I-O SESION-FILE.
002250     IF NOT WS-SES-OK
002260         SET SESMGR-ERROR-ARCHIVO TO TRUE
002270         GO TO 4000-EXIT
002280     END-IF.
002290     MOVE SESMGR-USERNAME TO SES-USERNAME.
002300     READ SESION-FILE
002310         INVALID KEY
002320             SET SESMGR-SIN-SESION TO TRUE
002330             CLOSE SESION-FILE
002340             GO TO 4000-EXIT
002350     END-READ.
002360     IF SES-TERMINAL = SESMGR-TERMINAL
002370        AND SES-INICIO = SESMGR-INICIO
002380         DELETE SESION-FILE RECORD
002390             INVALID KEY
002400                 CONTINUE
002410         END-DELETE
002420     ELSE
002430         SET SESMGR-TERMINADA TO TRUE
002440     END-IF.
002450     CLOSE SESION-FILE.
002460 4000-EXIT.
002470     EXIT.
002480
002490*----------------------------------------------------------*
002500*  8000-MEDIR-INACTIVIDAD - Minutos entre la ultima          *
002510*  actividad del registro y ahora; pasado el limite la       *
002520*  sesion vencio.  Una fecha ilegible cuenta como vencida.   *
002530*----------------------------------------------------------*
002540 8000-MEDIR-INACTIVIDAD.
002550     IF SES-ULT-FECHA NOT NUMERIC
002560        OR SES-ULT-FECHA = ZERO
002570        OR SES-ULT-HORA NOT NUMERIC
002580         MOVE 99999 TO SESMGR-MINUTOS-INACTIVO
002590         SET SESMGR-EXPIRADA TO TRUE
002600         GO TO 8000-EXIT
002610     END-IF.
002620     MOVE SES-ULT-HORA TO WS-HORA-ULTIMA.
002630     COMPUTE WS-MINUTOS =
002640         (FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY)
002650        - FUNCTION INTEGER-OF-DATE (SES-ULT-FECHA)) * 1440
002660        + (WS-HOY-HH * 60 + WS-HOY-MM)
002670        - (WS-ULT-HH * 60 + WS-ULT-MM).
002680     IF WS-MINUTOS < ZERO
002690         MOVE ZERO TO WS-MINUTOS
002700     END-IF.
002710     IF WS-MINUTOS > 99999
002720         MOVE 99999 TO WS-MINUTOS
002730     END-IF.
002740     MOVE WS-MINUTOS TO SESMGR-MINUTOS-INACTIVO.
002750     IF WS-MINUTOS > WS-LIMITE
002760         SET SESMGR-EXPIRADA TO TRUE
002770     END-IF.
002780 8000-EXIT.
002790     EXIT.

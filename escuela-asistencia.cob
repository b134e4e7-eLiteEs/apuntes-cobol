000148*                  calendario escolar CALENIDX (rutina comun
000149*                  CALENCHK): un domingo o un feriado ya no
000150*                  se captura.
000150*  2026-10-15 JFV  Recibe LOGIN-PARM de MENUPRIN y verifica
000150*                  al entrar la sesion y el permiso por
000150*                  funcion (rutina PERMCHK, archivo PERMIDX).
000151*----------------------------------------------------------*
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID. ESCASIST.
000736
000737 COPY CALPARM.
000740
000741 COPY PERMPARM.
000742
000743 LINKAGE SECTION.
000744 COPY LOGPARM.
000745
000750 PROCEDURE DIVISION USING LOGIN-PARM.
000760 0000-MAINLINE.
000770     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
000780     PERFORM 2000-PROCESAR-MENU THRU 2000-EXIT
000850*  estudiantes (este ultimo solo para validar el ID).        *
000860*----------------------------------------------------------*
000870 1000-INICIALIZAR.
000870     IF NOT LOGIN-CONCEDIDO OR LOGIN-USERNAME = SPACES
000871         DISPLAY "DEBE ENTRAR POR EL MENU CON SESION INICIADA"
000871         GOBACK
000872     END-IF.
000873     MOVE LOGIN-USERNAME TO PERMCHK-USERNAME.
000873     MOVE LOGIN-ROL      TO PERMCHK-ROL.
000874     MOVE "ESCASIST"     TO PERMCHK-PROGRAMA.
000875     MOVE SPACES         TO PERMCHK-FUNCION.
000875     SET PERMCHK-NIVEL-ESCRITURA TO TRUE.
000876     CALL "PERMCHK" USING PERMCHK-PARM.
000877     IF NOT PERMCHK-PERMITIDO
000877         DISPLAY "SIN PERMISO PARA ESCASIST"
000878         GOBACK
000879     END-IF.
000880     OPEN I-O ASISTENCIA-FILE.
000890     IF NOT WS-ASI-OK
000900         IF WS-ASI-STATUS = "35"

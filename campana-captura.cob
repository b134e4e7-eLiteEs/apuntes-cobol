000140*----------------------------------------------------------*
000150*  MODIFICATIONS.
000160*  2026-09-01 JFV  Creacion inicial.
000162*  2026-10-15 JFV  Recibe LOGIN-PARM de MENUPRIN y verifica
000164*                  al entrar la sesion y el permiso por
000166*                  funcion (rutina PERMCHK, archivo PERMIDX).
000170*----------------------------------------------------------*
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. CAMPCAPT.
000600
000610 COPY ERRPARM.
000620
000621 COPY PERMPARM.
000622
000623 LINKAGE SECTION.
000624 COPY LOGPARM.
000625
000630 PROCEDURE DIVISION USING LOGIN-PARM.
000640 0000-MAINLINE.
000650     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
000660     PERFORM 2000-PROCESAR-MENU THRU 2000-EXIT
000720*  1000-INICIALIZAR - Abre la campana                        *
000730*----------------------------------------------------------*
000740 1000-INICIALIZAR.
000740     IF NOT LOGIN-CONCEDIDO OR LOGIN-USERNAME = SPACES
000741         DISPLAY "DEBE ENTRAR POR EL MENU CON SESION INICIADA"
000741         GOBACK
000742     END-IF.
000743     MOVE LOGIN-USERNAME TO PERMCHK-USERNAME.
000743     MOVE LOGIN-ROL      TO PERMCHK-ROL.
000744     MOVE "CAMPCAPT"     TO PERMCHK-PROGRAMA.
000745     MOVE SPACES         TO PERMCHK-FUNCION.
000745     SET PERMCHK-NIVEL-ESCRITURA TO TRUE.
000746     CALL "PERMCHK" USING PERMCHK-PARM.
000747     IF NOT PERMCHK-PERMITIDO
000747         DISPLAY "SIN PERMISO PARA CAMPCAPT"
000748         GOBACK
000749     END-IF.
000750     OPEN I-O REINSCRIPCION-FILE.
000760     IF NOT WS-REI-OK
000770         MOVE "CAMPCAPT"      TO ERRHAND-PROGRAMA

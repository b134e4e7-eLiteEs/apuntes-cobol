000150*----------------------------------------------------------*
000160*  MODIFICATIONS.
000170*  2026-09-01 JFV  Creacion inicial.
000172*  2026-10-15 JFV  Recibe LOGIN-PARM de MENUPRIN y verifica
000174*                  al entrar la sesion y el permiso por
000176*                  funcion (rutina PERMCHK, archivo PERMIDX).
000180*----------------------------------------------------------*
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CALMANT.
000730
000740 COPY FECHAPARM.
000750
000751 COPY PERMPARM.
000752
000753 LINKAGE SECTION.
000754 COPY LOGPARM.
000755
000760 PROCEDURE DIVISION USING LOGIN-PARM.
000770 0000-MAINLINE.
000780     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
000790     PERFORM 2000-PROCESAR-MENU THRU 2000-EXIT
000860*  no existe.                                                 *
000870*----------------------------------------------------------*
000880 1000-INICIALIZAR.
000880     IF NOT LOGIN-CONCEDIDO OR LOGIN-USERNAME = SPACES
000881         DISPLAY "DEBE ENTRAR POR EL MENU CON SESION INICIADA"
000881         GOBACK
000882     END-IF.
000883     MOVE LOGIN-USERNAME TO PERMCHK-USERNAME.
000883     MOVE LOGIN-ROL      TO PERMCHK-ROL.
000884     MOVE "CALMANT"      TO PERMCHK-PROGRAMA.
000885     MOVE SPACES         TO PERMCHK-FUNCION.
000885     SET PERMCHK-NIVEL-ESCRITURA TO TRUE.
000886     CALL "PERMCHK" USING PERMCHK-PARM.
000887     IF NOT PERMCHK-PERMITIDO
000887         DISPLAY "SIN PERMISO PARA CALMANT"
000888         GOBACK
000889     END-IF.
000890     OPEN I-O CALENDARIO-FILE.
000900     IF NOT WS-CAL-OK
000910         IF WS-CAL-STATUS = "35"

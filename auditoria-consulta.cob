000130*----------------------------------------------------------*
000140*  MODIFICATIONS.
000150*  2026-08-22 JFV  Creacion inicial.
000152*  2026-10-15 JFV  Recibe LOGIN-PARM de MENUPRIN y verifica
000154*                  al entrar la sesion y el permiso por
000156*                  funcion (rutina PERMCHK, archivo PERMIDX).
000160*----------------------------------------------------------*
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID. AUDCONS.
000520
000530 COPY ERRPARM.
000540
000541 COPY PERMPARM.
000542
000543 LINKAGE SECTION.
000544 COPY LOGPARM.
000545
000550 PROCEDURE DIVISION USING LOGIN-PARM.
000560 0000-MAINLINE.
000570     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
000580     PERFORM 2000-RECORRER-RASTRO THRU 2000-EXIT
000650*  (en blanco significa no filtrar por ese criterio).        *
000660*----------------------------------------------------------*
000670 1000-INICIALIZAR.
000670     IF NOT LOGIN-CONCEDIDO OR LOGIN-USERNAME = SPACES
000671         DISPLAY "DEBE ENTRAR POR EL MENU CON SESION INICIADA"
000671         GOBACK
000672     END-IF.
000673     MOVE LOGIN-USERNAME TO PERMCHK-USERNAME.
000673     MOVE LOGIN-ROL      TO PERMCHK-ROL.
000674     MOVE "AUDCONS"      TO PERMCHK-PROGRAMA.
000675     MOVE SPACES         TO PERMCHK-FUNCION.
000675     SET PERMCHK-NIVEL-ADMIN TO TRUE.
000676     CALL "PERMCHK" USING PERMCHK-PARM.
000677     IF NOT PERMCHK-PERMITIDO
000677         DISPLAY "SIN PERMISO PARA AUDCONS"
000678         GOBACK
000679     END-IF.
000680     OPEN INPUT AUDIT-FILE.
000690     IF NOT WS-AUD-OK
000700         MOVE "AUDCONS"       TO ERRHAND-PROGRAMA

000130*----------------------------------------------------------*
000140*  MODIFICATIONS.
000150*  2026-09-01 JFV  Creacion inicial.
000151*  2026-10-15 JFV  El listado muestra el estado de la revision
000152*                  anual (BECAREVI).  Corregir una beca a mano
000153*                  la deja sin revision: una revocacion que
000154*                  estuviera en la cola APRBIDX ya no se aplica.
000155*  2026-10-15 JFV  Recibe LOGIN-PARM de MENUPRIN y verifica
000156*                  al entrar la sesion y el permiso por
000157*                  funcion (rutina PERMCHK, archivo PERMIDX).
000160*----------------------------------------------------------*
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID. BECAMANT.
000700
000710 COPY ERRPARM.
000720
000721 COPY PERMPARM.
000722
000723 LINKAGE SECTION.
000724 COPY LOGPARM.
000725
000730 PROCEDURE DIVISION USING LOGIN-PARM.
000740 0000-MAINLINE.
000750     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
000760     PERFORM 2000-PROCESAR-MENU THRU 2000-EXIT
000830*  existen) y el maestro para validar el ID.                  *
000840*----------------------------------------------------------*
000850 1000-INICIALIZAR.
000850     IF NOT LOGIN-CONCEDIDO OR LOGIN-USERNAME = SPACES
000851         DISPLAY "DEBE ENTRAR POR EL MENU CON SESION INICIADA"
000851         GOBACK
000852     END-IF.
000853     MOVE LOGIN-USERNAME TO PERMCHK-USERNAME.
000853     MOVE LOGIN-ROL      TO PERMCHK-ROL.
000854     MOVE "BECAMANT"     TO PERMCHK-PROGRAMA.
000855     MOVE SPACES         TO PERMCHK-FUNCION.
000855     SET PERMCHK-NIVEL-ESCRITURA TO TRUE.
000856     CALL "PERMCHK" USING PERMCHK-PARM.
000857     IF NOT PERMCHK-PERMITIDO
000857         DISPLAY "SIN PERMISO PARA BECAMANT"
000858         GOBACK
000859     END-IF.
000860     OPEN I-O BECA-FILE.
000870     IF NOT WS-BEC-OK
000880         IF WS-BEC-STATUS = "35"
002390         NOT AT END
002400             DISPLAY BECA-IDEN " " BECA-PORCENTAJE
002410                 "% " BECA-DESCRIPCION
002412                 " REV " BECA-ESTADO-REVISION
002414                 " " BECA-FEC-REVISION
002420     END-READ.
002430 5100-EXIT.
002440     EXIT.

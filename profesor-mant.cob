000150*----------------------------------------------------------*
000160*  MODIFICATIONS.
000170*  2026-09-01 JFV  Creacion inicial.
000171*  2026-10-15 JFV  Una asignacion no se registra si el
000172*                  profesor ya da clase en otro curso en un
000173*                  dia y bloque en que el curso tiene la
000174*                  materia (HORACHK funcion M).
000175*  2026-10-15 JFV  Recibe LOGIN-PARM de MENUPRIN y verifica
000176*                  al entrar la sesion y el permiso por
000177*                  funcion (rutina PERMCHK, archivo PERMIDX).
000180*----------------------------------------------------------*
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PROFMANT.
001120
001130 COPY RPTGPARM.
001140
001142 COPY HORAPARM.
001144
001146 COPY PERMPARM.
001148
001150 LINKAGE SECTION.
001152 COPY LOGPARM.
001154
001156 PROCEDURE DIVISION USING LOGIN-PARM.
001160 0000-MAINLINE.
001170     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001180     PERFORM 2000-PROCESAR-MENU THRU 2000-EXIT
001250*  asignaciones, creandolos si aun no existen.                *
001260*----------------------------------------------------------*
001270 1000-INICIALIZAR.
001270     IF NOT LOGIN-CONCEDIDO OR LOGIN-USERNAME = SPACES
001271         DISPLAY "DEBE ENTRAR POR EL MENU CON SESION INICIADA"
001271         GOBACK
001272     END-IF.
001273     MOVE LOGIN-USERNAME TO PERMCHK-USERNAME.
001273     MOVE LOGIN-ROL      TO PERMCHK-ROL.
001274     MOVE "PROFMANT"     TO PERMCHK-PROGRAMA.
001275     MOVE SPACES         TO PERMCHK-FUNCION.
001275     SET PERMCHK-NIVEL-ESCRITURA TO TRUE.
001276     CALL "PERMCHK" USING PERMCHK-PARM.
001277     IF NOT PERMCHK-PERMITIDO
001277         DISPLAY "SIN PERMISO PARA PROFMANT"
001278         GOBACK
001279     END-IF.
001280     OPEN I-O PROFESOR-FILE.
001290     IF NOT WS-PRF-OK
001300         IF WS-PRF-STATUS = "35"
002560        OR WS-ENTRADA-MATERIA = SPACES
002570         DISPLAY "Curso y materia son obligatorios"
002580         GO TO 4000-EXIT
002580     END-IF.
002581
002581     SET HORACHK-PROFESOR-ASIGNA TO TRUE.
002582     MOVE WS-ENTRADA-CURSO   TO HORACHK-CURSO-A.
002583     MOVE WS-ENTRADA-MATERIA TO HORACHK-MATERIA.
002583     MOVE WS-ENTRADA-USUARIO TO HORACHK-PROFESOR.
002584     CALL "HORACHK" USING HORACHK-PARM.
002584     IF HORACHK-CRUCE
002585         DISPLAY "El profesor ya da clase en el curso "
002586             HORACHK-CURSO-B " (dia " HORACHK-DIA-CRUCE
002586             " bloque " HORACHK-BLOQUE-CRUCE ")"
002587         GO TO 4000-EXIT
002587     END-IF.
002588     IF HORACHK-ERROR-ARCHIVO
002589         DISPLAY "AVISO: no se pudo revisar el horario"
002590     END-IF.
002600
002610     INITIALIZE ASIG-REC.

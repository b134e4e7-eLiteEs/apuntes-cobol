000192*  2026-09-01 JFV  La oferta lleva tambien la fecha de
000194*                  nacimiento del maestro, para que el
000196*                  cierre no la pierda.
000196*  2026-10-15 JFV  No se genera oferta al estudiante cuyo
000197*                  tutor tiene la cuenta bloqueada por adeudo
000197*                  (BLOQCHK); sale en el reporte marcado y se
000198*                  le ofrece al volver a correr la campana ya
000198*                  liberado el bloqueo o con excepcion
000199*                  aprobada.
000200*----------------------------------------------------------*
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. ESCCAMP.
000890     05  WS-OFERTAS-GENERADAS     PIC 9(05) COMP VALUE ZERO.
000900     05  WS-YA-EXISTENTES         PIC 9(05) COMP VALUE ZERO.
000910     05  WS-TERMINALES            PIC 9(05) COMP VALUE ZERO.
000913     05  WS-BLOQUEADAS            PIC 9(05) COMP VALUE ZERO.
000916     05  WS-CON-EXCEPCION         PIC 9(05) COMP VALUE ZERO.
000920
000930 01  WS-LINEA-DETALLE.
000940     05  RPT-IDEN                 PIC X(05).
001050 COPY ERRPARM.
001060
001070 COPY RPTGPARM.
001073
001076 COPY BLOQPARM.
001080
001090 PROCEDURE DIVISION.
001100 0000-MAINLINE.
002010         GO TO 2000-EXIT
002020     END-IF.
002030
002030*  La cuenta del tutor bloqueada por adeudo no recibe oferta.
002031     MOVE ESTUDIANTE-TUTOR TO BLOQCHK-TUTOR.
002032     MOVE SPACES           TO BLOQCHK-CLIENTE.
002033     CALL "BLOQCHK" USING BLOQCHK-PARM.
002034     IF BLOQCHK-BLOQUEADO
002034         ADD 1 TO WS-BLOQUEADAS
002035         MOVE "BLOQ. ADEUDO" TO RPT-OBSERVACION
002036         WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE
002037         GO TO 2000-EXIT
002038     END-IF.
002039
002040     INITIALIZE REINS-REC.
002050     MOVE ESTUDIANTE-IDEN    TO REINS-IDEN.
002060     MOVE ESTUDIANTE-NOMBRE  TO REINS-NOMBRE.
002160             MOVE "YA OFRECIDA" TO RPT-OBSERVACION
002170         NOT INVALID KEY
002180             ADD 1 TO WS-OFERTAS-GENERADAS
002182             IF BLOQCHK-EXCEPCION
002184                 ADD 1 TO WS-CON-EXCEPCION
002186                 MOVE "EXCEPCION" TO RPT-OBSERVACION
002188             END-IF
002190     END-WRITE.
002200     WRITE REPORTE-LINEA FROM WS-LINEA-DETALLE.
002210 2000-EXIT.
002340     DISPLAY "OFERTAS GENERADAS : " WS-OFERTAS-GENERADAS.
002350     DISPLAY "YA OFRECIDAS      : " WS-YA-EXISTENTES.
002360     DISPLAY "EGRESAN (TERMINAL): " WS-TERMINALES.
002363     DISPLAY "BLOQUEO POR ADEUDO: " WS-BLOQUEADAS.
002366     DISPLAY "OFERTAS EXCEPCION : " WS-CON-EXCEPCION.
002370     DISPLAY "GENERACION: " WS-ARCHIVO-REPORTE.
002380 9000-EXIT.
002390     EXIT.

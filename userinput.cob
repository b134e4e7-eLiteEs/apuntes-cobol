000190*                  consulta busca por nombre (clave alterna
000200*                  con duplicados), lista los homonimos y
000210*                  deja elegir el numero de cuenta.
000213*  2026-10-15 JFV  Muestra si la cuenta esta bloqueada por
000216*                  adeudo (BLOQCHK) y la excepcion vigente.
000220*----------------------------------------------------------*
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. CLIACCT.
000770 01  WS-MONTO-EDIT                PIC ZZZZZZZ9.99.
000780
000790 COPY ERRPARM.
000793
000796 COPY BLOQPARM.
000800
000810 PROCEDURE DIVISION.
000820 0000-MAINLINE.
001710         DISPLAY "Estado de cuenta: INACTIVA"
001720     END-IF.
001730     DISPLAY "Saldo: " WS-SALDO-EDIT.
001730     MOVE SPACES         TO BLOQCHK-TUTOR.
001731     MOVE CLIENTE-NUMERO TO BLOQCHK-CLIENTE.
001732     CALL "BLOQCHK" USING BLOQCHK-PARM.
001733     IF BLOQCHK-BLOQUEADO OR BLOQCHK-EXCEPCION
001734         MOVE BLOQCHK-VENCIDO TO WS-MONTO-EDIT
001734         DISPLAY "BLOQUEADA POR ADEUDO desde " BLOQCHK-FEC-ALTA
001735             ", vencido a mas de 90 dias: " WS-MONTO-EDIT
001736     END-IF.
001737     IF BLOQCHK-EXCEPCION
001738         DISPLAY "Excepcion aprobada hasta " BLOQCHK-EXC-HASTA
001739     END-IF.
001740     PERFORM 2200-MOSTRAR-MOVIMIENTOS THRU 2200-EXIT.
001750 2100-EXIT.
001760     EXIT.

000190*                  descarta y se extrae completo: un rebote
000191*                  fuera de la tabla no debe quedarse sin
000192*                  reenviar ni perder su constancia.
000192*  2026-10-15 JFV  El detalle lleva el PROMEDIO en la escala
000192*                  del nivel del curso (DET-ESCALA, rutina
000192*                  comun ESCALCHK, nivel via CURSOCHK) y si
000192*                  aprueba (DET-APRUEBA), tomados del relleno.
000193*----------------------------------------------------------*
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. ESCMINIS.
001070     05  DET-CURSO                PIC X(10).
001080     05  DET-FEC-INSCRIPCION      PIC 9(08).
001090     05  DET-ESTADO               PIC X(01).
001093     05  DET-ESCALA               PIC X(15).
001096     05  DET-APRUEBA              PIC X(01).
001100     05  FILLER                   PIC X(12) VALUE SPACES.
001110
001120 01  WS-REG-COLA.
001130     05  FILLER                   PIC X(02) VALUE "09".
001160     05  FILLER                   PIC X(70) VALUE SPACES.
001170
001180 COPY ERRPARM.
001182
001184 COPY CURSOPARM.
001186
001188 COPY ESCAPARM.
001190
001200 PROCEDURE DIVISION.
001210 0000-MAINLINE.
001910                 MOVE ESTUDIANTE-FEC-INSCRIPCION
001920                     TO DET-FEC-INSCRIPCION
001930                 MOVE ESTUDIANTE-ESTADO   TO DET-ESTADO
001935                 PERFORM 2070-CALIFICAR-ESCALA THRU 2070-EXIT
001940                 WRITE EXTRACTO-LINEA FROM WS-REG-DETALLE
001950                 ADD 1 TO WS-TOTAL-DETALLES
001960                 ADD ESTUDIANTE-PROMEDIO TO WS-SUMA-CONTROL
002021         SET ID-EN-LISTA TO TRUE
002022     END-IF.
002023 2060-EXIT.
002023     EXIT.
002023
002023*----------------------------------------------------------*
002023*  2070-CALIFICAR-ESCALA - Promedio en la escala del nivel   *
002023*  del curso y si aprueba (S/N).                              *
002023*----------------------------------------------------------*
002023 2070-CALIFICAR-ESCALA.
002023     SET CURSOCHK-VALIDAR TO TRUE.
002023     MOVE ESTUDIANTE-CURSO TO CURSOCHK-CODIGO.
002023     CALL "CURSOCHK" USING CURSOCHK-PARM.
002023     MOVE CURSOCHK-NIVEL      TO ESCALCHK-NIVEL.
002023     MOVE ESTUDIANTE-PROMEDIO TO ESCALCHK-CALIF.
002023     CALL "ESCALCHK" USING ESCALCHK-PARM.
002023     MOVE ESCALCHK-DESCRIPTOR TO DET-ESCALA.
002023     MOVE ESCALCHK-APRUEBA    TO DET-APRUEBA.
002023 2070-EXIT.
002024     EXIT.
002025
002026 3000-ESCRIBIR-COLA.

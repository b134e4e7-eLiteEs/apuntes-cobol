000160*----------------------------------------------------------*
000170*  MODIFICATIONS.
000180*  2026-08-22 JFV  Creacion inicial.
000182*  2026-10-15 JFV  Modo V (solo verificacion): cuadra sin
000184*                  reescribir la foto, para probar un
000186*                  maestro recuperado por ESCRECUP a media
000188*                  jornada sin adelantar el cierre del dia.
000190*----------------------------------------------------------*
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. ESCBALAN.
000770
000780 01  WS-FECHA-PROCESO             PIC 9(08) VALUE ZERO.
000790
000791 01  WS-ENTRADA-MODO              PIC X(01) VALUE SPACE.
000792 01  WS-MODO-CUADRE               PIC X(01) VALUE "C".
000793     88  MODO-CIERRE                      VALUE "C".
000794     88  MODO-VERIFICACION                VALUE "V".
000795
000800 01  WS-FOTO-ANTERIOR.
000810     05  WS-FOTO-ACTIVOS          PIC 9(07) COMP VALUE ZERO.
000820     05  WS-FOTO-SUMA             PIC 9(09)V9(02) VALUE ZERO.
001110*----------------------------------------------------------*
001120 1000-INICIALIZAR.
001130     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
001131     DISPLAY "Modo V=solo verificacion (blanco = cierre):".
001132     ACCEPT WS-ENTRADA-MODO.
001133     IF WS-ENTRADA-MODO = "V"
001134         SET MODO-VERIFICACION TO TRUE
001135     END-IF.
001140
001150     OPEN INPUT ESTUDIANTE-FILE.
001160     IF NOT WS-STU-OK
001960 4000-CUADRAR.
001970     DISPLAY "---- CUADRE DIARIO DE ESTUDIDX ----".
001980     DISPLAY "FECHA DE PROCESO  : " WS-FECHA-PROCESO.
001982     IF MODO-VERIFICACION
001984         DISPLAY "MODO VERIFICACION : LA FOTO NO SE REESCRIBE"
001986     END-IF.
001990     DISPLAY "ACTIVOS ANTERIORES: " WS-FOTO-ACTIVOS.
002000     DISPLAY "ALTAS DEL DIA     : " WS-ALTAS-DIA.
002010     DISPLAY "REINGRESOS DEL DIA: " WS-REINGRESOS-DIA.
002320*  9000-FINALIZAR - Reescribe la foto del cierre de hoy y    *
002330*  cierra los archivos.  Con un cuadre fallido la foto no    *
002340*  se toca, para poder investigar con los numeros intactos.  *
002345*  En modo verificacion tampoco.                             *
002350*----------------------------------------------------------*
002360 9000-FINALIZAR.
002370     CLOSE ESTUDIANTE-FILE.
002380     CLOSE AUDIT-FILE.
002390
002400     IF RETURN-CODE = ZERO AND MODO-CIERRE
002410         OPEN OUTPUT SNAPSHOT-FILE
002420         MOVE WS-FECHA-PROCESO TO SNAP-FECHA
002430         MOVE WS-ACTIVOS-REALES TO SNAP-ACTIVOS

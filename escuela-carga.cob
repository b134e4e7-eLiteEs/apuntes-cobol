000383*  2026-09-01 JFV  Cambio de curso con cruce de horario
000384*                  contra el curso actual se rechaza con
000385*                  motivo 09 (rutina comun HORACHK).
000385*  2026-10-15 JFV  Cada alta y cada reescritura del maestro
000385*                  deja en ESCAUDIT la imagen completa del
000385*                  registro (renglones IMAGEN), para la
000385*                  recuperacion hacia adelante (ESCRECUP).
000385*  2026-10-15 JFV  Renglones de ESCAUDIT encadenados: secuencia
000385*                  y huella al final de cada renglon (rutina
000385*                  AUDCADEN), que verifica AUDVERIF.
000385*  2026-10-15 JFV  Volumen leido en RUNGUARD-REGISTROS al
000385*                  terminar, para el historico RUNHIST.
000386*----------------------------------------------------------*
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. ESCCARGA.
001545
001546 COPY HORAPARM.
001550
001553 COPY AUDIMG.
001556
001560 01  WS-CURSO-ANTERIOR            PIC X(10).
001570 01  WS-CURSO-LLENO               PIC X(01) VALUE "N".
001580     88  CURSO-ESTA-LLENO                 VALUE "S".
001590 01  WS-ESTADO-ANTERIOR           PIC X(01).
001600 01  WS-ULTIMA-OPERACION          PIC X(12).
001603
001606 COPY CADEPARM.
001610
001620 PROCEDURE DIVISION.
001630 0000-MAINLINE.
001724     SET RUNGUARD-TERMINAR TO TRUE.
001725     MOVE "ESCCARGA" TO RUNGUARD-PROGRAMA.
001726     MOVE RETURN-CODE TO RUNGUARD-RC.
001726     MOVE WS-LEIDOS TO RUNGUARD-REGISTROS.
001727     CALL "RUNGUARD" USING RUNGUARD-PARM.
001728 0600-EXIT.
001729     EXIT.
002090         OPEN OUTPUT RECHAZO-FILE
002100     END-IF.
002110
002112     MOVE "ESCAUDIT" TO AUDCADEN-ARCHIVO.
002114     MOVE 129 TO AUDCADEN-POSICION.
002116     SET AUDCADEN-ULTIMO TO TRUE.
002118     CALL "AUDCADEN" USING AUDCADEN-PARM.
002120     OPEN EXTEND AUDIT-FILE.
002130     IF NOT WS-AUD-OK
002140         OPEN OUTPUT AUDIT-FILE
003510             MOVE "08" TO WS-MOTIVO-RECHAZO
003520             PERFORM 2150-RECHAZAR-REGISTRO THRU 2150-EXIT
003530         NOT INVALID KEY
003535             PERFORM 3540-AUDITAR-IMAGEN THRU 3540-EXIT
003540             IF ESTUDIANTE-ESTADO OF ESTUDIANTE-REC = "A"
003550                 SET CURSOCHK-INSCRIBIR TO TRUE
003560                 MOVE ESTUDIANTE-CURSO OF ESTUDIANTE-REC
003850             MOVE "08" TO WS-MOTIVO-RECHAZO
003860             PERFORM 2150-RECHAZAR-REGISTRO THRU 2150-EXIT
003870         NOT INVALID KEY
003875             PERFORM 3540-AUDITAR-IMAGEN THRU 3540-EXIT
003880             PERFORM 2140-AUDITAR-ESTADO THRU 2140-EXIT
003890             IF ESTUDIANTE-CURSO OF ESTUDIANTE-REC
003900                 NOT = WS-CURSO-ANTERIOR
004580     MOVE WS-OPERADOR TO AUD-OPERADOR.
004590     MOVE ESTUDIANTE-IDEN OF ESTUDIANTE-REC TO AUD-IDEN.
004600     MOVE WS-ULTIMA-OPERACION TO AUD-OPERACION.
004600     PERFORM 8900-GRABAR-AUDITORIA THRU 8900-EXIT.
004600 3500-EXIT.
004600     EXIT.
004600
004601*----------------------------------------------------------*
004601*  3540-AUDITAR-IMAGEN - Imagen completa del registro recien *
004601*  grabado en tres renglones IMAGEN (ver AUDIMG), antes del  *
004601*  renglon de la operacion si lo hay.                        *
004601*----------------------------------------------------------*
004602 3540-AUDITAR-IMAGEN.
004602     MOVE ESTUDIANTE-REC TO AUDIMG-IMAGEN.
004602     PERFORM 3550-AUDITAR-PARTE THRU 3550-EXIT
004602         VARYING AUDIMG-IDX FROM 1 BY 1
004603         UNTIL AUDIMG-IDX > 3.
004603 3540-EXIT.
004603     EXIT.
004603
004603 3550-AUDITAR-PARTE.
004604     INITIALIZE AUDIT-REC.
004604     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
004604     ACCEPT AUD-HORA FROM TIME.
004604     MOVE WS-OPERADOR TO AUD-OPERADOR.
004604     MOVE ESTUDIANTE-IDEN OF ESTUDIANTE-REC TO AUD-IDEN.
004605     MOVE "IMAGEN" TO AUD-OPERACION.
004605     MOVE AUDIMG-IDX TO AUDIMG-NUM.
004605     MOVE AUDIMG-CAMPO TO AUD-CAMPO.
004605     MOVE AUDIMG-PARTE (AUDIMG-IDX) TO AUD-DESPUES.
004606     PERFORM 8900-GRABAR-AUDITORIA THRU 8900-EXIT.
004606 3550-EXIT.
004606     EXIT.
004606
004606*----------------------------------------------------------*
004607*  8900-GRABAR-AUDITORIA - Numera y encadena el renglon      *
004607*  (rutina AUDCADEN) y lo graba en ESCAUDIT.                 *
004607*----------------------------------------------------------*
004607 8900-GRABAR-AUDITORIA.
004607     ADD 1 TO AUDCADEN-SECUENCIA.
004608     MOVE AUDCADEN-SECUENCIA TO AUD-SECUENCIA.
004608     MOVE AUDIT-REC TO AUDCADEN-RENGLON.
004608     SET AUDCADEN-ENCADENAR TO TRUE.
004608     CALL "AUDCADEN" USING AUDCADEN-PARM.
004609     MOVE AUDCADEN-CADENA TO AUD-CADENA.
004610     WRITE AUDIT-REC.
004620 8900-EXIT.
004630     EXIT.
004640
004650*----------------------------------------------------------*
